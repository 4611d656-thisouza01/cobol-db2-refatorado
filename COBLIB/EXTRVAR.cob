      * - SALARIO BASE E EVENTOS VARIAVEIS CHEGAM A    *
      * FOLHA NA MESMA JANELA. PARM='PERIODO=AAAAMM'   *
      * (SEM PARM, O MES CORRENTE).                    *
      * OS ADICIONAIS DE INSALUBRIDADE E               *
      * PERICULOSIDADE (EAD719.EXPOSICAO, MANADIC) SAO *
      * UMA LINHA PROPRIA POR FUNCIONARIO, COM O TIPO  *
      * ('I'/'P') E O VALOR NO FIM DO REGISTRO,        *
      * PROPORCIONAIS AOS DIAS DO MES NO CARGO/DEPTO   *
      * EXPOSTO.                                       *
      * HORISTA (TIPOSAL 'H', MANHORIS) TEM AS EXTRAS E *
      * O NOTURNO SOBRE A PROPRIA VALORHORA; AS FALTAS *
      * E AS SUSPENSOES NAO DESCONTAM, PORQUE O        *
      * CALCFOLH SO PAGA AS HORAS NORMAIS DO PONTO.    *
      * FALTA COBERTA POR ATESTADO MEDICO (EAD719.     *
      * ATESTADO, CARGAATE) E ABONADA: OS DIAS DO      *
      * ATESTADO DENTRO DO MES, A 220/30 HORAS POR DIA,*
      * SAEM DAS HORAS DE FALTA DO PONTO ANTES DO      *
      * DESCONTO.                                      *
      * SOBREAVISO (EAD719.SOBREAVISO E ACIONAMENTO,   *
      * MANSOBRE): AS HORAS DE ESCALA DENTRO DO MES,   *
      * MENOS AS ACIONADAS, VALEM 1/3 DA HORA NORMAL   *
      * (TIPO 'S'); AS HORAS ACIONADAS SAO EXTRA - 50% *
      * EM DIA DE TRABALHO, 100% EM DOMINGO E FERIADO  *
      * PELO CALCDUTIL, PELO DIA DO INICIO DO CHAMADO  *
      * (TIPO 'A'). UMA LINHA PROPRIA PARA CADA UM.    *
      * LANCAMENTOS AVULSOS APROVADOS DO PERIODO       *
      * (EAD719.LANCAVULSO, MANAVULS/APRAVULS) SAEM    *
      * SOMADOS POR FUNCIONARIO E CLASSE DO TIPO DE    *
      * EVENTO (EAD719.TIPOAVULSO): 'T' PROVENTO       *
      * TRIBUTAVEL, 'E' PROVENTO ISENTO, 'B' DESCONTO  *
      * QUE REDUZ A BASE E 'D' DESCONTO SEM EFEITO NA  *
      * BASE - UMA LINHA PROPRIA PARA CADA CLASSE.     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-PERIODO           PIC 9(06).
           05  RE-VALOR-HE100       PIC 9(07)V99.
           05  RE-VALOR-FALTAS      PIC 9(07)V99.
           05  RE-VALOR-ADNOT       PIC 9(07)V99.
           05  RE-TIPO-ADIC         PIC X(01).
           05  RE-VALOR-ADIC        PIC 9(07)V99.
       01  REG-CTL-HEADER.
           05  CTH-TIPO             PIC X(01).
           05  CTH-DATA             PIC 9(08).
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       77  WK-HORAS50                PIC 9(03)V99    VALUE ZEROS.
       77  WK-DIAS-SUSPENSAO         PIC 9(03)       VALUE ZEROS.
       77  WK-VALOR-SUSPENSAO        PIC 9(07)V99    VALUE ZEROS.
       77  WK-QTDE-SUSPENSOES        PIC 9(05)       VALUE ZEROS.
      *    ATESTADOS MEDICOS QUE ABONAM FALTAS DO PONTO NO PERIODO.
       77  WK-ATE-DATAINI            PIC X(10)       VALUE SPACES.
       77  WK-ATE-DATAFIM            PIC X(10)       VALUE SPACES.
       77  WK-ATE-INT-INI            PIC 9(07)       VALUE ZEROS.
       77  WK-DIAS-ATESTADO          PIC 9(03)       VALUE ZEROS.
       77  WK-HORAS-ABONADAS         PIC 9(05)V99    VALUE ZEROS.
       77  WK-QTDE-ABONOS            PIC 9(05)       VALUE ZEROS.
       77  WK-PERIODO-TEXTO          PIC X(06)       VALUE SPACES.
      *    CONTROLE DE TRANSMISSAO: TRAILER PADRAO '0'/'9' (MESMA
      *    CONVENCAO DO SYSIN DO PROGMAIN) E MANIFESTO DO ARQUIVO
      *    GERADO EM EAD719.MANIFEST, QUE O RECONACK CONCILIA COM A
      *    CONFIRMACAO DO CONSUMIDOR.
       77  WK-HASH-SAIDA             PIC 9(13)       VALUE ZEROS.
       77  WK-CODFUN-NUM-HASH        PIC 9(07)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-VARIAVEL CURSOR FOR
                      F.SALARIOFUN, M.HORAS50, M.HORAS100,
                      M.HORASFALTA, COALESCE(M.BANCADO, ' '),
                      COALESCE(M.HORASNOT, 0),
                      COALESCE(M.SITUACAO, 'A'),
                      COALESCE(F.TIPOSAL, 'M'),
                      COALESCE(F.VALORHORA, 0)
                 FROM EAD719.MOVPONTO M
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = M.CODFUN
                  AND SUBSTR(D.DATAMED, 7, 4)
                      || SUBSTR(D.DATAMED, 4, 2) = :WK-PERIODO-TEXTO
                  AND F.STATUSFUN NOT = 'D'
                  AND COALESCE(F.TIPOSAL, 'M') NOT = 'H'
                GROUP BY F.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                         F.SALARIOFUN
                ORDER BY F.DEPTOFUN, F.CODFUN
      *
      *    VALOR DA HORA SOBRE A BASE MENSAL DE 220 HORAS.
       77  WK-VALOR-HORA             PIC 9(05)V9(04) VALUE ZEROS.
      *    HORISTA: A HORA E A VALORHORA DO CADASTRO.
       77  WK-TIPOSAL                PIC X(01)       VALUE SPACES.
           88  FUNC-HORISTA                          VALUE 'H'.
       77  WK-VALORHORA              PIC 9(04)V99    VALUE ZEROS.
       77  WK-VALOR-HE50             PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-HE100            PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-FALTAS           PIC 9(07)V99    VALUE ZEROS.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    ADICIONAIS DE INSALUBRIDADE E PERICULOSIDADE: DIA A DIA
      *    DO MES, O CARGO/DEPTO DO FUNCIONARIO NAQUELE DIA (ATUAL,
      *    DESFEITO PELAS ALTERACOES DE FUNCIONARIOS_HIST) CONTRA AS
      *    LINHAS DE EAD719.EXPOSICAO EM VIGOR NO DIA.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       01  WK-MES-INI-NUM            PIC 9(08)       VALUE ZEROS.
       01  WK-MES-INI-R REDEFINES WK-MES-INI-NUM.
           05  WK-MI-ANO            PIC 9(04).
           05  WK-MI-MES            PIC 9(02).
           05  WK-MI-DIA            PIC 9(02).
       01  WK-MES-FIM-NUM            PIC 9(08)       VALUE ZEROS.
       01  WK-MES-FIM-R REDEFINES WK-MES-FIM-NUM.
           05  WK-MF-ANO            PIC 9(04).
           05  WK-MF-MES            PIC 9(02).
           05  WK-MF-DIA            PIC 9(02).
       77  WK-PROX-MES-NUM           PIC 9(08)       VALUE ZEROS.
       77  WK-MES-INI-TEXTO          PIC X(08)       VALUE SPACES.
       77  WK-MES-FIM-TEXTO          PIC X(08)       VALUE SPACES.
       01  WK-MES-INI-ISO.
           05  WK-MII-ANO           PIC 9(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-MII-MES           PIC 9(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-MII-DIA           PIC 9(02).
       01  WK-MES-FIM-ISO.
           05  WK-MFI-ANO           PIC 9(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-MFI-MES           PIC 9(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-MFI-DIA           PIC 9(02).
       77  WK-INT-MES-INI            PIC 9(07)       VALUE ZEROS.
       77  WK-INT-MES-FIM            PIC 9(07)       VALUE ZEROS.
       77  WK-DIAS-MES               PIC 9(02)       VALUE ZEROS.
      *
      *    DATAS LIDAS DO DB2: ISO (AAAA-MM-DD) E TEXTO DD/MM/AAAA.
       01  WK-ISO-PARTES.
           05  WK-ISO-ANO           PIC X(04).
           05  FILLER               PIC X(01).
           05  WK-ISO-MES           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-ISO-DIA           PIC X(02).
       01  WK-DMA-PARTES.
           05  WK-DMA-DIA           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DMA-MES           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DMA-ANO           PIC X(04).
       77  WK-DATA-NUM               PIC 9(08)       VALUE ZEROS.
       77  WK-INT-DATA               PIC 9(07)       VALUE ZEROS.
       77  WK-INT-DIA                PIC 9(07)       VALUE ZEROS.
       77  WK-POS-DE                 PIC S9(07)      VALUE ZEROS.
       77  WK-POS-ATE                PIC S9(07)      VALUE ZEROS.
       77  WK-DIA                    PIC 9(02)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(03)       VALUE ZEROS.
      *
      *    SALARIO MINIMO EM VIGOR NO FIM DO MES (EAD719.FAIXASAL);
      *    SEM FAIXA CADASTRADA, O MESMO VALOR-PADRAO DO VALSALAR.
       77  WK-SALARIO-MINIMO         PIC 9(06)V99    VALUE 1412,00.
       77  WK-SALARIO-MAXIMO         PIC 9(06)V99    VALUE ZEROS.
      *    GRAU 1/2/3 DA INSALUBRIDADE = 10/20/40% DO MINIMO.
       01  WK-PERC-GRAU-VALORES      PIC X(06)       VALUE '102040'.
       01  WK-PERC-GRAU-R REDEFINES WK-PERC-GRAU-VALORES.
           05  WK-PERC-GRAU         PIC 9(02)       OCCURS 3 TIMES.
      *
      *    LINHAS DE EXPOSICAO EM VIGOR EM ALGUM DIA DO PERIODO.
       01  TAB-EXPOSICAO.
           05  TX-ENTRADA            OCCURS 300 TIMES.
               10  TX-CARGO          PIC X(04).
               10  TX-DEPTO          PIC X(03).
               10  TX-TIPO           PIC X(01).
               10  TX-GRAU           PIC 9(01).
               10  TX-INT-INI        PIC 9(07).
               10  TX-INT-FIM        PIC 9(07).
       77  WK-QTDE-EXPOS             PIC 9(03)       VALUE ZEROS.
       77  WK-MAX-EXPOS              PIC 9(03)       VALUE 300.
       77  WK-EXP-CARGO              PIC X(04)       VALUE SPACES.
       77  WK-EXP-DEPTO              PIC X(03)       VALUE SPACES.
       77  WK-EXP-TIPO               PIC X(01)       VALUE SPACES.
       77  WK-EXP-GRAU               PIC X(01)       VALUE SPACES.
       77  WK-EXP-INI                PIC X(10)       VALUE SPACES.
       77  WK-EXP-FIM                PIC X(10)       VALUE SPACES.
      *
      *    LOTACAO DO FUNCIONARIO EM CADA DIA DO MES. DIA QUE NAO
      *    CONTA: ANTES DA ADMISSAO OU AFASTADO APOS O 15O DIA (DAI
      *    EM DIANTE QUEM PAGA E O INSS). FERIAS CONTAM - O
      *    ADICIONAL INTEGRA A REMUNERACAO DAS FERIAS.
       01  TAB-DIAS-MES.
           05  TD-DIA                OCCURS 31 TIMES.
               10  TD-CARGO          PIC X(04).
               10  TD-DEPTO          PIC X(03).
               10  TD-CONTA          PIC X(01).
       77  WK-HIST-CAMPO             PIC X(10)       VALUE SPACES.
       77  WK-HIST-ANTIGO            PIC X(30)       VALUE SPACES.
       77  WK-HIST-DATA              PIC X(10)       VALUE SPACES.
       77  WK-AFAST-INI              PIC X(10)       VALUE SPACES.
       77  WK-AFAST-FIM              PIC X(10)       VALUE SPACES.
      *
      *    DIAS DO MES POR ADICIONAL. INSALUBRIDADE E PERICULOSIDADE
      *    NAO SE ACUMULAM: NO DIA EXPOSTO AOS DOIS, VALE O MAIOR.
       01  TAB-DIAS-GRAU.
           05  TG-DIAS               PIC 9(02)       OCCURS 3 TIMES.
       77  WK-DIAS-PERIC             PIC 9(02)       VALUE ZEROS.
       77  WK-GRAU-DIA               PIC 9(01)       VALUE ZEROS.
       77  WK-PERIC-DIA              PIC X(01)       VALUE 'N'.
       77  WK-MENSAL-INSAL           PIC 9(07)V99    VALUE ZEROS.
       77  WK-MENSAL-PERIC           PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-INSAL            PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-PERIC            PIC 9(07)V99    VALUE ZEROS.
       77  WK-QTDE-ADICIONAIS        PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-FAIXASAL CURSOR FOR
               SELECT SALARIOMINIMO, SALARIOMAXIMO
                 FROM EAD719.FAIXASAL
                WHERE DATAVIGENCIA NOT > DATE(:WK-MES-FIM-ISO)
                ORDER BY DATAVIGENCIA DESC
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-EXPOSICAO CURSOR FOR
               SELECT CARGOFUN, DEPTOFUN, TIPOADIC, GRAU,
                      CHAR(DATAINI, ISO), CHAR(DATAFIM, ISO)
                 FROM EAD719.EXPOSICAO
                WHERE DATAINI <= DATE(:WK-MES-FIM-ISO)
                  AND DATAFIM >= DATE(:WK-MES-INI-ISO)
       END-EXEC.
      *
      *    CANDIDATOS: LOTADOS HOJE NUM CARGO/DEPTO EXPOSTO OU COM
      *    MUDANCA DE CARGO/DEPTO DESDE O INICIO DO PERIODO.
       EXEC SQL
           DECLARE CUR-EXPOSTOS CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN, F.CARGOFUN,
                      F.SALARIOFUN, F.ADMISSFUN
                 FROM EAD719.FUNCIONARIOS F
                WHERE F.STATUSFUN IN ('A', 'F', 'V')
                  AND (EXISTS
                       (SELECT 1
                          FROM EAD719.EXPOSICAO E
                         WHERE E.CARGOFUN = F.CARGOFUN
                           AND E.DEPTOFUN = F.DEPTOFUN
                           AND E.DATAINI <= DATE(:WK-MES-FIM-ISO)
                           AND E.DATAFIM >= DATE(:WK-MES-INI-ISO))
                    OR EXISTS
                       (SELECT 1
                          FROM EAD719.FUNCIONARIOS_HIST H
                         WHERE H.CODFUN = F.CODFUN
                           AND H.CAMPOALT IN ('CARGOFUN', 'DEPTOFUN')
                           AND H.DATAALT >= DATE(:WK-MES-INI-ISO)))
                ORDER BY F.DEPTOFUN, F.CODFUN
       END-EXEC.
      *
      *    DA ALTERACAO MAIS RECENTE PARA A MAIS ANTIGA: CADA UMA
      *    DEVOLVE O VALOR ANTIGO AOS DIAS ANTERIORES A ELA.
       EXEC SQL
           DECLARE CUR-LOTACAO CURSOR FOR
               SELECT CAMPOALT, VALORANTIGO, CHAR(DATAALT, ISO)
                 FROM EAD719.FUNCIONARIOS_HIST
                WHERE CODFUN   = :DB2-CODFUN
                  AND CAMPOALT IN ('CARGOFUN', 'DEPTOFUN')
                  AND DATAALT  >= DATE(:WK-MES-INI-ISO)
                ORDER BY DATAALT DESC
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-AFAST-MES CURSOR FOR
               SELECT DATAINI, COALESCE(DATAFIM, ' ')
                 FROM EAD719.AFASTAMENTOS
                WHERE CODFUN = :DB2-CODFUN
                  AND SUBSTR(DATAINI, 7, 4)
                      || SUBSTR(DATAINI, 4, 2)
                      || SUBSTR(DATAINI, 1, 2) <= :WK-MES-FIM-TEXTO
                  AND (COALESCE(DATAFIM, ' ') = ' '
                       OR SUBSTR(DATAFIM, 7, 4)
                          || SUBSTR(DATAFIM, 4, 2)
                          || SUBSTR(DATAFIM, 1, 2)
                          >= :WK-MES-INI-TEXTO)
       END-EXEC.
      *
      *    ATESTADOS DO FUNCIONARIO QUE TOCAM O MES DO PERIODO.
       EXEC SQL
           DECLARE CUR-ATESTADO-MES CURSOR FOR
               SELECT DATAINI, DATAFIM
                 FROM EAD719.ATESTADO
                WHERE CODFUN = :DB2-CODFUN
                  AND SUBSTR(DATAINI, 7, 4)
                      || SUBSTR(DATAINI, 4, 2)
                      || SUBSTR(DATAINI, 1, 2) <= :WK-MES-FIM-TEXTO
                  AND SUBSTR(DATAFIM, 7, 4)
                      || SUBSTR(DATAFIM, 4, 2)
                      || SUBSTR(DATAFIM, 1, 2) >= :WK-MES-INI-TEXTO
       END-EXEC.
      *
      *
      *    SOBREAVISO: ESCALAS QUE TOCAM O MES, POR FUNCIONARIO.
       77  WK-SB-CODFUN              PIC X(07)       VALUE SPACES.
       77  WK-SB-NOMEFUN             PIC X(30)       VALUE SPACES.
       77  WK-SB-DEPTOFUN            PIC X(03)       VALUE SPACES.
       77  WK-SB-EMPRESA             PIC X(03)       VALUE SPACES.
       77  WK-SB-SALARIO             PIC 9(06)V99    VALUE ZEROS.
       77  WK-SB-TIPOSAL             PIC X(01)       VALUE SPACES.
       77  WK-SB-VALORHORA           PIC 9(04)V99    VALUE ZEROS.
       77  WK-SB-DATAINI             PIC X(10)       VALUE SPACES.
       77  WK-SB-HORAINI             PIC X(04)       VALUE SPACES.
       77  WK-SB-DATAFIM             PIC X(10)       VALUE SPACES.
       77  WK-SB-HORAFIM             PIC X(04)       VALUE SPACES.
       77  WK-AC-DATAINI             PIC X(10)       VALUE SPACES.
       77  WK-AC-HORAINI             PIC X(04)       VALUE SPACES.
       77  WK-AC-DATAFIM             PIC X(10)       VALUE SPACES.
       77  WK-AC-HORAFIM             PIC X(04)       VALUE SPACES.
      *    FUNCIONARIO EM ACUMULACAO (QUEBRA POR CODFUN).
       77  WK-ANT-CODFUN             PIC X(07)       VALUE SPACES.
       77  WK-ANT-NOMEFUN            PIC X(30)       VALUE SPACES.
       77  WK-ANT-DEPTOFUN           PIC X(03)       VALUE SPACES.
       77  WK-ANT-EMPRESA            PIC X(03)       VALUE SPACES.
       77  WK-ANT-VALOR-HORA         PIC 9(05)V9(04) VALUE ZEROS.
       77  WK-MIN-SOBREAVISO         PIC 9(07)       VALUE ZEROS.
       77  WK-MIN-ACION50            PIC 9(07)       VALUE ZEROS.
       77  WK-MIN-ACION100           PIC 9(07)       VALUE ZEROS.
       77  WK-MIN-TRECHO             PIC 9(07)       VALUE ZEROS.
       77  WK-VALOR-SOBREAVISO       PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-ACIONAMENTO      PIC 9(07)V99    VALUE ZEROS.
       77  WK-QTDE-SOBREAVISO        PIC 9(05)       VALUE ZEROS.
      *    MOMENTOS EM MINUTOS CORRIDOS (DIA INTEIRO X 1440 + HORA),
      *    RECORTADOS NO MES DO PERIODO.
       01  WK-MOM-HORA.
           05  WK-MOM-HH            PIC X(02).
           05  WK-MOM-MM            PIC X(02).
       77  WK-MOM-MINUTOS            PIC 9(11)       VALUE ZEROS.
       77  WK-MES-MIN-INI            PIC 9(11)       VALUE ZEROS.
       77  WK-MES-MIN-FIM            PIC 9(11)       VALUE ZEROS.
       77  WK-TRECHO-INI             PIC 9(11)       VALUE ZEROS.
       77  WK-TRECHO-FIM             PIC 9(11)       VALUE ZEROS.
      *    DIA DO CHAMADO NO CALENDARIO DA EMPRESA (CALCDUTIL 'T').
       77  WK-OPER-CALEN             PIC X(01)       VALUE 'T'.
       77  WK-DIAS-CALEN             PIC 9(03)       VALUE ZEROS.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-DIA-TRABALHO==
                                   ==CAMPO-VALIDO== BY
                                       ==DIA-DE-TRABALHO==.
      *
       EXEC SQL
           DECLARE CUR-SOBREAVISO CURSOR FOR
               SELECT S.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      COALESCE(F.EMPRESAFUN, ' '), F.SALARIOFUN,
                      COALESCE(F.TIPOSAL, 'M'),
                      COALESCE(F.VALORHORA, 0),
                      S.DATAINI, S.HORAINI, S.DATAFIM, S.HORAFIM
                 FROM EAD719.SOBREAVISO S
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = S.CODFUN
                WHERE F.STATUSFUN IN ('A', 'F', 'V')
                  AND SUBSTR(S.DATAINI, 7, 4)
                      || SUBSTR(S.DATAINI, 4, 2)
                      || SUBSTR(S.DATAINI, 1, 2) <= :WK-MES-FIM-TEXTO
                  AND SUBSTR(S.DATAFIM, 7, 4)
                      || SUBSTR(S.DATAFIM, 4, 2)
                      || SUBSTR(S.DATAFIM, 1, 2) >= :WK-MES-INI-TEXTO
                ORDER BY F.DEPTOFUN, S.CODFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-ACIONAMENTO CURSOR FOR
               SELECT DATAINI, HORAINI, DATAFIM, HORAFIM
                 FROM EAD719.ACIONAMENTO
                WHERE CODFUN     = :WK-SB-CODFUN
                  AND SOBDATAINI = :WK-SB-DATAINI
                  AND SOBHORAINI = :WK-SB-HORAINI
       END-EXEC.
      *
      *    LANCAMENTOS AVULSOS APROVADOS DO PERIODO, SOMADOS POR
      *    FUNCIONARIO E CLASSE (NATUREZA + TRIBUTAVEL) DO TIPO.
       77  WK-AV-CODFUN              PIC X(07)       VALUE SPACES.
       77  WK-AV-DEPTOFUN            PIC X(03)       VALUE SPACES.
       77  WK-AV-NATUREZA            PIC X(01)       VALUE SPACES.
       77  WK-AV-TRIBUTAVEL          PIC X(01)       VALUE SPACES.
       77  WK-AV-VALOR               PIC 9(07)V99    VALUE ZEROS.
       77  WK-QTDE-AVULSOS           PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-AVULSOS CURSOR FOR
               SELECT L.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      T.NATUREZA, T.TRIBUTAVEL, SUM(L.VALOR)
                 FROM EAD719.LANCAVULSO L
                 JOIN EAD719.TIPOAVULSO T
                   ON T.TIPOEVENTO = L.TIPOEVENTO
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = L.CODFUN
                WHERE L.PERIODO  = :WK-PERIODO
                  AND L.SITUACAO = 'A'
                  AND F.STATUSFUN IN ('A', 'F', 'V')
                GROUP BY F.DEPTOFUN, L.CODFUN, F.NOMEFUN,
                         T.NATUREZA, T.TRIBUTAVEL
                ORDER BY F.DEPTOFUN, L.CODFUN
       END-EXEC.
      *
       LINKAGE SECTION.
       01  LK-PARM.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR.
          PERFORM 301-EXTRAI-SUSPENSOES.
          PERFORM 401-EXTRAI-ADICIONAIS.
          PERFORM 501-EXTRAI-SOBREAVISO.
          PERFORM 601-EXTRAI-AVULSOS.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
          END-IF.
          PERFORM 105-CONFERE-PERIODO-ABERTO.
          MOVE WK-PERIODO TO WK-PERIODO-TEXTO.
          PERFORM 405-MONTA-MES.
          DISPLAY 'EXTRVAR: EVENTOS VARIAVEIS DO PERIODO '
                  WK-PERIODO.
          OPEN OUTPUT ARQ-EXTRATO.
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-SALARIOFUN, :WK-HORAS50, :WK-HORAS100,
                       :WK-HORASFALTA, :WK-BANCADO, :WK-HORASNOT,
                       :WK-SITUACAO-MOV, :WK-TIPOSAL, :WK-VALORHORA
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-VALORIZA-E-GRAVA
          END-PERFORM.
      *
       210-VALORIZA-E-GRAVA.
          IF   FUNC-HORISTA
             MOVE WK-VALORHORA TO WK-VALOR-HORA
          ELSE
             COMPUTE WK-VALOR-HORA ROUNDED = DB2-SALARIOFUN / 220
          END-IF.
          IF   WK-BANCADO = 'S' OR WK-SITUACAO-MOV NOT = 'A'
             MOVE ZEROS TO WK-VALOR-HE50 WK-VALOR-HE100
          ELSE
             COMPUTE WK-VALOR-HE100 ROUNDED =
                     WK-VALOR-HORA * 2 * WK-HORAS100
          END-IF.
          IF   FUNC-HORISTA
             MOVE ZEROS TO WK-VALOR-FALTAS
          ELSE
             IF   WK-HORASFALTA > ZEROS
                PERFORM 220-ABONA-ATESTADO
             END-IF
             COMPUTE WK-VALOR-FALTAS ROUNDED =
                     WK-VALOR-HORA * WK-HORASFALTA
          END-IF.
          IF   WK-SITUACAO-MOV NOT = 'A'
             MOVE ZEROS TO WK-VALOR-ADNOT
          ELSE
          MOVE WK-VALOR-HE100    TO RE-VALOR-HE100.
          MOVE WK-VALOR-FALTAS   TO RE-VALOR-FALTAS.
          MOVE WK-VALOR-ADNOT    TO RE-VALOR-ADNOT.
          MOVE ZEROS             TO RE-VALOR-ADIC.
          WRITE REG-EXTRATO.
          ADD 1 TO WK-QTDE-EXTRAIDA.
          IF   RE-CODFUN IS NUMERIC
             MOVE RE-CODFUN TO WK-CODFUN-NUM-HASH
             ADD WK-CODFUN-NUM-HASH TO WK-HASH-SAIDA
          END-IF.
      *
       220-ABONA-ATESTADO.
      *    DIAS DE ATESTADO DENTRO DO MES, NA MESMA BASE DE 220
      *    HORAS/30 DIAS DO VALOR DA HORA; O ABONO NAO PASSA DAS
      *    HORAS DE FALTA DO PONTO.
          MOVE ZEROS TO WK-DIAS-ATESTADO.
          EXEC SQL
             OPEN CUR-ATESTADO-MES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ATESTADO-MES
                  INTO :WK-ATE-DATAINI, :WK-ATE-DATAFIM
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 225-CONTA-DIAS-ATESTADO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ATESTADO-MES
          END-EXEC.
          IF   WK-DIAS-ATESTADO > ZEROS
             COMPUTE WK-HORAS-ABONADAS ROUNDED =
                     WK-DIAS-ATESTADO * 220 / 30
             IF   WK-HORAS-ABONADAS NOT < WK-HORASFALTA
                MOVE ZEROS TO WK-HORASFALTA
             ELSE
                SUBTRACT WK-HORAS-ABONADAS FROM WK-HORASFALTA
             END-IF
             ADD 1 TO WK-QTDE-ABONOS
          END-IF.
      *
       225-CONTA-DIAS-ATESTADO.
          MOVE WK-ATE-DATAINI TO WK-DMA-PARTES.
          PERFORM 485-CONVERTE-DMA.
          MOVE WK-INT-DATA    TO WK-ATE-INT-INI.
          MOVE WK-ATE-DATAFIM TO WK-DMA-PARTES.
          PERFORM 485-CONVERTE-DMA.
          IF   WK-ATE-INT-INI > ZEROS AND WK-INT-DATA > ZEROS
             IF   WK-ATE-INT-INI < WK-INT-MES-INI
                MOVE WK-INT-MES-INI TO WK-ATE-INT-INI
             END-IF
             IF   WK-INT-DATA > WK-INT-MES-FIM
                MOVE WK-INT-MES-FIM TO WK-INT-DATA
             END-IF
             IF   WK-INT-DATA NOT < WK-ATE-INT-INI
                COMPUTE WK-DIAS-ATESTADO = WK-DIAS-ATESTADO
                                         + WK-INT-DATA
                                         - WK-ATE-INT-INI + 1
             END-IF
          END-IF.
      *
       300-SUSPENSOES SECTION.
       301-EXTRAI-SUSPENSOES.
                MOVE ZEROS             TO RE-VALOR-HE50
                                          RE-VALOR-HE100
                                          RE-VALOR-ADNOT
                                          RE-VALOR-ADIC
                MOVE WK-VALOR-SUSPENSAO TO RE-VALOR-FALTAS
                WRITE REG-EXTRATO
                ADD 1 TO WK-QTDE-EXTRAIDA
             DISPLAY WK-QTDE-SUSPENSOES ' DESCONTO(S) DE SUSPENSAO '
                     'DISCIPLINAR NO EXTRATO'
          END-IF.
      *
       400-ADICIONAIS SECTION.
       401-EXTRAI-ADICIONAIS.
      *    UMA LINHA POR FUNCIONARIO E ADICIONAL, COM O VALOR
      *    MENSAL PROPORCIONAL AOS DIAS DO MES EM QUE ESTEVE LOTADO
      *    NUM CARGO/DEPTO EXPOSTO.
          PERFORM 405-MONTA-MES.
          PERFORM 406-BUSCA-SALARIO-MINIMO.
          PERFORM 407-CARREGA-EXPOSICAO.
          IF   WK-QTDE-EXPOS > WK-MAX-EXPOS
             DISPLAY 'TABELA DE EXPOSICAO COM MAIS DE ' WK-MAX-EXPOS
                     ' LINHAS NO PERIODO - ADICIONAIS NAO EXTRAIDOS'
             MOVE 12 TO RETURN-CODE
          ELSE
             IF   WK-QTDE-EXPOS = ZEROS
                DISPLAY 'NENHUMA EXPOSICAO EM VIGOR NO PERIODO - '
                        'SEM ADICIONAIS'
             ELSE
                PERFORM 409-PERCORRE-EXPOSTOS
             END-IF
          END-IF.
      *
       405-MONTA-MES.
          COMPUTE WK-MES-INI-NUM = WK-PERIODO * 100 + 1.
          IF   WK-MI-MES = 12
             COMPUTE WK-PROX-MES-NUM = (WK-MI-ANO + 1) * 10000 + 101
          ELSE
             COMPUTE WK-PROX-MES-NUM = WK-MES-INI-NUM + 100
          END-IF.
          COMPUTE WK-INT-MES-INI =
                  FUNCTION INTEGER-OF-DATE(WK-MES-INI-NUM).
          COMPUTE WK-DIAS-MES =
                  FUNCTION INTEGER-OF-DATE(WK-PROX-MES-NUM)
                - WK-INT-MES-INI.
          COMPUTE WK-INT-MES-FIM = WK-INT-MES-INI + WK-DIAS-MES - 1.
          COMPUTE WK-MES-FIM-NUM =
                  FUNCTION DATE-OF-INTEGER(WK-INT-MES-FIM).
          MOVE WK-MES-INI-NUM TO WK-MES-INI-TEXTO.
          MOVE WK-MES-FIM-NUM TO WK-MES-FIM-TEXTO.
          MOVE WK-MI-ANO      TO WK-MII-ANO.
          MOVE WK-MI-MES      TO WK-MII-MES.
          MOVE WK-MI-DIA      TO WK-MII-DIA.
          MOVE WK-MF-ANO      TO WK-MFI-ANO.
          MOVE WK-MF-MES      TO WK-MFI-MES.
          MOVE WK-MF-DIA      TO WK-MFI-DIA.
      *
       406-BUSCA-SALARIO-MINIMO.
          EXEC SQL
             OPEN CUR-FAIXASAL
          END-EXEC.
          EXEC SQL
             FETCH CUR-FAIXASAL
               INTO :WK-SALARIO-MINIMO, :WK-SALARIO-MAXIMO
          END-EXEC.
          IF   SQLCODE NOT = 0
             DISPLAY 'AVISO: SEM FAIXA SALARIAL VIGENTE EM '
                     WK-MES-FIM-ISO ' - INSALUBRIDADE SOBRE O '
                     'MINIMO PADRAO ' WK-SALARIO-MINIMO
          END-IF.
          EXEC SQL
             CLOSE CUR-FAIXASAL
          END-EXEC.
      *
       407-CARREGA-EXPOSICAO.
          MOVE ZEROS TO WK-QTDE-EXPOS.
          EXEC SQL
             OPEN CUR-EXPOSICAO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-EXPOSICAO
                  INTO :WK-EXP-CARGO, :WK-EXP-DEPTO, :WK-EXP-TIPO,
                       :WK-EXP-GRAU, :WK-EXP-INI, :WK-EXP-FIM
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 408-GUARDA-EXPOSICAO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DA TABELA DE EXPOSICAO'
             MOVE 12 TO RETURN-CODE
             MOVE ZEROS TO WK-QTDE-EXPOS
          END-IF.
          EXEC SQL
             CLOSE CUR-EXPOSICAO
          END-EXEC.
      *
       408-GUARDA-EXPOSICAO.
          ADD 1 TO WK-QTDE-EXPOS.
          IF   WK-QTDE-EXPOS NOT > WK-MAX-EXPOS
             MOVE WK-EXP-CARGO TO TX-CARGO(WK-QTDE-EXPOS)
             MOVE WK-EXP-DEPTO TO TX-DEPTO(WK-QTDE-EXPOS)
             MOVE WK-EXP-TIPO  TO TX-TIPO(WK-QTDE-EXPOS)
             IF   WK-EXP-GRAU IS NUMERIC
                MOVE WK-EXP-GRAU TO TX-GRAU(WK-QTDE-EXPOS)
             ELSE
                MOVE ZERO        TO TX-GRAU(WK-QTDE-EXPOS)
             END-IF
             MOVE WK-EXP-INI TO WK-ISO-PARTES
             PERFORM 480-CONVERTE-ISO
             MOVE WK-INT-DATA TO TX-INT-INI(WK-QTDE-EXPOS)
             MOVE WK-EXP-FIM TO WK-ISO-PARTES
             PERFORM 480-CONVERTE-ISO
             MOVE WK-INT-DATA TO TX-INT-FIM(WK-QTDE-EXPOS)
          END-IF.
      *
       409-PERCORRE-EXPOSTOS.
          EXEC SQL
             OPEN CUR-EXPOSTOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-EXPOSTOS
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-CARGOFUN, :DB2-SALARIOFUN, :DB2-ADMISSFUN
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 410-APURA-FUNCIONARIO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS EXPOSTOS'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-EXPOSTOS
          END-EXEC.
          IF   WK-QTDE-ADICIONAIS > ZEROS
             DISPLAY WK-QTDE-ADICIONAIS ' ADICIONAL(IS) DE '
                     'INSALUBRIDADE/PERICULOSIDADE NO EXTRATO'
          END-IF.
      *
       410-APURA-FUNCIONARIO.
          PERFORM 415-INICIA-DIA
                  VARYING WK-DIA FROM 1 BY 1 UNTIL WK-DIA > 31.
          PERFORM 418-CONFERE-ADMISSAO.
          PERFORM 420-REFAZ-LOTACAO.
          PERFORM 430-DESCONTA-AFASTAMENTO.
          MOVE ZEROS TO TG-DIAS(1) TG-DIAS(2) TG-DIAS(3)
                        WK-DIAS-PERIC.
          COMPUTE WK-MENSAL-PERIC ROUNDED = DB2-SALARIOFUN * 0,3.
          PERFORM 440-APURA-DIA
                  VARYING WK-DIA FROM 1 BY 1
                  UNTIL WK-DIA > WK-DIAS-MES.
          COMPUTE WK-VALOR-INSAL ROUNDED =
                  WK-SALARIO-MINIMO
                * (TG-DIAS(1) * WK-PERC-GRAU(1)
                 + TG-DIAS(2) * WK-PERC-GRAU(2)
                 + TG-DIAS(3) * WK-PERC-GRAU(3))
                / 100 / WK-DIAS-MES.
          COMPUTE WK-VALOR-PERIC ROUNDED =
                  WK-MENSAL-PERIC * WK-DIAS-PERIC / WK-DIAS-MES.
          IF   WK-VALOR-INSAL > ZEROS
             MOVE 'I'            TO RE-TIPO-ADIC
             MOVE WK-VALOR-INSAL TO RE-VALOR-ADIC
             PERFORM 470-GRAVA-ADICIONAL
          END-IF.
          IF   WK-VALOR-PERIC > ZEROS
             MOVE 'P'            TO RE-TIPO-ADIC
             MOVE WK-VALOR-PERIC TO RE-VALOR-ADIC
             PERFORM 470-GRAVA-ADICIONAL
          END-IF.
      *
       415-INICIA-DIA.
          MOVE DB2-CARGOFUN TO TD-CARGO(WK-DIA).
          MOVE DB2-DEPTOFUN TO TD-DEPTO(WK-DIA).
          IF   WK-DIA > WK-DIAS-MES
             MOVE 'N' TO TD-CONTA(WK-DIA)
          ELSE
             MOVE 'S' TO TD-CONTA(WK-DIA)
          END-IF.
      *
       418-CONFERE-ADMISSAO.
      *    ADMITIDO NO MES: OS DIAS ANTERIORES A ADMISSAO NAO CONTAM.
          MOVE DB2-ADMISSFUN(1:10) TO WK-DMA-PARTES.
          PERFORM 485-CONVERTE-DMA.
          IF   WK-INT-DATA > WK-INT-MES-INI
             MOVE 1 TO WK-POS-DE
             COMPUTE WK-POS-ATE = WK-INT-DATA - WK-INT-MES-INI
             IF   WK-POS-ATE > WK-DIAS-MES
                MOVE WK-DIAS-MES TO WK-POS-ATE
             END-IF
             PERFORM 435-MARCA-DIA-FORA
                     VARYING WK-DIA FROM WK-POS-DE BY 1
                     UNTIL WK-DIA > WK-POS-ATE
          END-IF.
      *
       420-REFAZ-LOTACAO.
          EXEC SQL
             OPEN CUR-LOTACAO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-LOTACAO
                  INTO :WK-HIST-CAMPO, :WK-HIST-ANTIGO,
                       :WK-HIST-DATA
             END-EXEC
             IF   SQLCODE = 0
                MOVE WK-HIST-DATA TO WK-ISO-PARTES
                PERFORM 480-CONVERTE-ISO
      *          ALTERACAO DEPOIS DO PERIODO DESFAZ O MES INTEIRO.
                COMPUTE WK-POS-ATE = WK-INT-DATA - WK-INT-MES-INI
                IF   WK-POS-ATE > WK-DIAS-MES
                   MOVE WK-DIAS-MES TO WK-POS-ATE
                END-IF
                PERFORM 425-REVERTE-DIA
                        VARYING WK-DIA FROM 1 BY 1
                        UNTIL WK-DIA > WK-POS-ATE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-LOTACAO
          END-EXEC.
      *
       425-REVERTE-DIA.
          IF   WK-HIST-CAMPO = 'CARGOFUN'
             MOVE WK-HIST-ANTIGO(1:4) TO TD-CARGO(WK-DIA)
          ELSE
             MOVE WK-HIST-ANTIGO(1:3) TO TD-DEPTO(WK-DIA)
          END-IF.
      *
       430-DESCONTA-AFASTAMENTO.
      *    OS 15 PRIMEIROS DIAS DO AFASTAMENTO SAO PAGOS PELA
      *    EMPRESA E LEVAM O ADICIONAL; DO 16O DIA ATE O RETORNO
      *    (OU O FIM DO MES, SE AINDA ABERTO), NAO.
          EXEC SQL
             OPEN CUR-AFAST-MES
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-AFAST-MES
                  INTO :WK-AFAST-INI, :WK-AFAST-FIM
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 432-MARCA-AFASTAMENTO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-AFAST-MES
          END-EXEC.
      *
       432-MARCA-AFASTAMENTO.
      *    DATA INVALIDA NO AFASTAMENTO NAO TIRA DIA NENHUM.
          MOVE WK-AFAST-INI TO WK-DMA-PARTES.
          PERFORM 485-CONVERTE-DMA.
          COMPUTE WK-POS-DE = WK-INT-DATA + 15 - WK-INT-MES-INI + 1.
          IF   WK-POS-DE < 1
             MOVE 1 TO WK-POS-DE
          END-IF.
          IF   WK-AFAST-FIM NOT = SPACES AND WK-INT-DATA > ZEROS
             MOVE WK-AFAST-FIM TO WK-DMA-PARTES
             PERFORM 485-CONVERTE-DMA
          END-IF.
          IF   WK-AFAST-FIM = SPACES
             MOVE WK-DIAS-MES TO WK-POS-ATE
          ELSE
             COMPUTE WK-POS-ATE = WK-INT-DATA - WK-INT-MES-INI + 1
             IF   WK-POS-ATE > WK-DIAS-MES
                MOVE WK-DIAS-MES TO WK-POS-ATE
             END-IF
          END-IF.
          IF   WK-INT-DATA > ZEROS
             PERFORM 435-MARCA-DIA-FORA
                     VARYING WK-DIA FROM WK-POS-DE BY 1
                     UNTIL WK-DIA > WK-POS-ATE
          END-IF.
      *
       435-MARCA-DIA-FORA.
          MOVE 'N' TO TD-CONTA(WK-DIA).
      *
       440-APURA-DIA.
          IF   TD-CONTA(WK-DIA) = 'S'
             MOVE ZERO TO WK-GRAU-DIA
             MOVE 'N'  TO WK-PERIC-DIA
             COMPUTE WK-INT-DIA = WK-INT-MES-INI + WK-DIA - 1
             PERFORM 445-CONFERE-EXPOSICAO
                     VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-QTDE-EXPOS
             IF   WK-GRAU-DIA > ZERO
                COMPUTE WK-MENSAL-INSAL ROUNDED =
                        WK-SALARIO-MINIMO * WK-PERC-GRAU(WK-GRAU-DIA)
                        / 100
             END-IF
             EVALUATE TRUE
                WHEN WK-PERIC-DIA = 'S' AND WK-GRAU-DIA = ZERO
                   ADD 1 TO WK-DIAS-PERIC
                WHEN WK-PERIC-DIA = 'S'
                     AND WK-MENSAL-PERIC NOT < WK-MENSAL-INSAL
                   ADD 1 TO WK-DIAS-PERIC
                WHEN WK-GRAU-DIA > ZERO
                   ADD 1 TO TG-DIAS(WK-GRAU-DIA)
             END-EVALUATE
          END-IF.
      *
       445-CONFERE-EXPOSICAO.
          IF   TX-CARGO(WK-IDX)   = TD-CARGO(WK-DIA)
           AND TX-DEPTO(WK-IDX)   = TD-DEPTO(WK-DIA)
           AND TX-INT-INI(WK-IDX) NOT > WK-INT-DIA
           AND TX-INT-FIM(WK-IDX) NOT < WK-INT-DIA
             IF   TX-TIPO(WK-IDX) = 'P'
                MOVE 'S' TO WK-PERIC-DIA
             ELSE
                IF   TX-GRAU(WK-IDX) > WK-GRAU-DIA
                 AND TX-GRAU(WK-IDX) NOT > 3
                   MOVE TX-GRAU(WK-IDX) TO WK-GRAU-DIA
                END-IF
             END-IF
          END-IF.
      *
       470-GRAVA-ADICIONAL.
          MOVE DB2-CODFUN        TO RE-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO RE-NOMEFUN.
          MOVE DB2-DEPTOFUN      TO RE-DEPTOFUN.
          MOVE WK-PERIODO        TO RE-PERIODO.
          MOVE ZEROS             TO RE-VALOR-HE50
                                    RE-VALOR-HE100
                                    RE-VALOR-FALTAS
                                    RE-VALOR-ADNOT.
          WRITE REG-EXTRATO.
          ADD 1 TO WK-QTDE-EXTRAIDA.
          ADD 1 TO WK-QTDE-ADICIONAIS.
          IF   RE-CODFUN IS NUMERIC
             MOVE RE-CODFUN TO WK-CODFUN-NUM-HASH
             ADD WK-CODFUN-NUM-HASH TO WK-HASH-SAIDA
          END-IF.
      *
       480-CONVERTE-ISO.
      *    WK-ISO-PARTES (AAAA-MM-DD) PARA DIA CORRIDO EM
      *    WK-INT-DATA; ZERO SE A DATA NAO FOR VALIDA.
          MOVE ZEROS TO WK-INT-DATA.
          IF   WK-ISO-ANO IS NUMERIC
           AND WK-ISO-MES IS NUMERIC
           AND WK-ISO-DIA IS NUMERIC
             COMPUTE WK-DATA-NUM = FUNCTION NUMVAL(WK-ISO-ANO) * 10000
                                 + FUNCTION NUMVAL(WK-ISO-MES) * 100
                                 + FUNCTION NUMVAL(WK-ISO-DIA)
             COMPUTE WK-INT-DATA =
                     FUNCTION INTEGER-OF-DATE(WK-DATA-NUM)
          END-IF.
      *
       485-CONVERTE-DMA.
      *    WK-DMA-PARTES (DD/MM/AAAA) PARA DIA CORRIDO EM
      *    WK-INT-DATA; ZERO SE A DATA NAO FOR VALIDA.
          MOVE ZEROS TO WK-INT-DATA.
          IF   WK-DMA-ANO IS NUMERIC
           AND WK-DMA-MES IS NUMERIC
           AND WK-DMA-DIA IS NUMERIC
             COMPUTE WK-DATA-NUM = FUNCTION NUMVAL(WK-DMA-ANO) * 10000
                                 + FUNCTION NUMVAL(WK-DMA-MES) * 100
                                 + FUNCTION NUMVAL(WK-DMA-DIA)
             COMPUTE WK-INT-DATA =
                     FUNCTION INTEGER-OF-DATE(WK-DATA-NUM)
          END-IF.
      *
       500-SOBREAVISO SECTION.
       501-EXTRAI-SOBREAVISO.
      *    AS ESCALAS CHEGAM POR CODFUN; NA QUEBRA, UMA LINHA 'S'
      *    (SOBREAVISO) E UMA 'A' (ACIONAMENTO) DO FUNCIONARIO.
          PERFORM 405-MONTA-MES.
          COMPUTE WK-MES-MIN-INI = WK-INT-MES-INI * 1440.
          COMPUTE WK-MES-MIN-FIM = (WK-INT-MES-FIM + 1) * 1440.
          MOVE SPACES TO WK-ANT-CODFUN.
          EXEC SQL
             OPEN CUR-SOBREAVISO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-SOBREAVISO
                  INTO :WK-SB-CODFUN, :DB2-NOMEFUN, :WK-SB-DEPTOFUN,
                       :WK-SB-EMPRESA, :WK-SB-SALARIO, :WK-SB-TIPOSAL,
                       :WK-SB-VALORHORA, :WK-SB-DATAINI,
                       :WK-SB-HORAINI, :WK-SB-DATAFIM, :WK-SB-HORAFIM
             END-EXEC
             IF   SQLCODE = 0
                IF   WK-SB-CODFUN NOT = WK-ANT-CODFUN
                   PERFORM 560-GRAVA-SOBREAVISO
                   PERFORM 510-INICIA-FUNCIONARIO
                END-IF
                PERFORM 520-APURA-ESCALA
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DAS ESCALAS DE SOBREAVISO'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-SOBREAVISO
          END-EXEC.
          PERFORM 560-GRAVA-SOBREAVISO.
          IF   WK-QTDE-SOBREAVISO > ZEROS
             DISPLAY WK-QTDE-SOBREAVISO ' LINHA(S) DE SOBREAVISO/'
                     'ACIONAMENTO NO EXTRATO'
          END-IF.
      *
       510-INICIA-FUNCIONARIO.
          MOVE WK-SB-CODFUN      TO WK-ANT-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO WK-ANT-NOMEFUN.
          MOVE WK-SB-DEPTOFUN    TO WK-ANT-DEPTOFUN.
          MOVE WK-SB-EMPRESA     TO WK-ANT-EMPRESA.
          IF   WK-SB-TIPOSAL = 'H'
             MOVE WK-SB-VALORHORA TO WK-ANT-VALOR-HORA
          ELSE
             COMPUTE WK-ANT-VALOR-HORA ROUNDED = WK-SB-SALARIO / 220
          END-IF.
          MOVE ZEROS TO WK-MIN-SOBREAVISO WK-MIN-ACION50
                        WK-MIN-ACION100.
      *
       520-APURA-ESCALA.
      *    AS HORAS DA ESCALA DENTRO DO MES VIRAM SOBREAVISO; CADA
      *    ACIONAMENTO DENTRO DO MES SAI DO SOBREAVISO E VIRA EXTRA.
          MOVE WK-SB-DATAINI TO WK-DMA-PARTES.
          MOVE WK-SB-HORAINI TO WK-MOM-HORA.
          PERFORM 580-CONVERTE-MOMENTO.
          MOVE WK-MOM-MINUTOS TO WK-TRECHO-INI.
          MOVE WK-SB-DATAFIM TO WK-DMA-PARTES.
          MOVE WK-SB-HORAFIM TO WK-MOM-HORA.
          PERFORM 580-CONVERTE-MOMENTO.
          MOVE WK-MOM-MINUTOS TO WK-TRECHO-FIM.
          PERFORM 585-RECORTA-MES.
          ADD WK-MIN-TRECHO TO WK-MIN-SOBREAVISO.
          EXEC SQL
             OPEN CUR-ACIONAMENTO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ACIONAMENTO
                  INTO :WK-AC-DATAINI, :WK-AC-HORAINI,
                       :WK-AC-DATAFIM, :WK-AC-HORAFIM
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 530-APURA-ACIONAMENTO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-ACIONAMENTO
          END-EXEC.
      *
       530-APURA-ACIONAMENTO.
          MOVE WK-AC-DATAINI TO WK-DMA-PARTES.
          MOVE WK-AC-HORAINI TO WK-MOM-HORA.
          PERFORM 580-CONVERTE-MOMENTO.
          MOVE WK-MOM-MINUTOS TO WK-TRECHO-INI.
          MOVE WK-AC-DATAFIM TO WK-DMA-PARTES.
          MOVE WK-AC-HORAFIM TO WK-MOM-HORA.
          PERFORM 580-CONVERTE-MOMENTO.
          MOVE WK-MOM-MINUTOS TO WK-TRECHO-FIM.
          PERFORM 585-RECORTA-MES.
          IF   WK-MIN-TRECHO > ZEROS
             IF   WK-MIN-TRECHO > WK-MIN-SOBREAVISO
                MOVE ZEROS TO WK-MIN-SOBREAVISO
             ELSE
                SUBTRACT WK-MIN-TRECHO FROM WK-MIN-SOBREAVISO
             END-IF
             MOVE ZEROS TO WK-DIAS-CALEN
             CALL "CALCDUTIL" USING WK-OPER-CALEN,
                                    WK-SB-EMPRESA,
                                    WK-SB-DEPTOFUN,
                                    WK-AC-DATAINI,
                                    WK-DIAS-CALEN,
                                    WK-DIA-TRABALHO
             IF   DIA-DE-TRABALHO
                ADD WK-MIN-TRECHO TO WK-MIN-ACION50
             ELSE
                ADD WK-MIN-TRECHO TO WK-MIN-ACION100
             END-IF
          END-IF.
      *
       560-GRAVA-SOBREAVISO.
          IF   WK-ANT-CODFUN NOT = SPACES
             COMPUTE WK-VALOR-SOBREAVISO ROUNDED =
                     WK-ANT-VALOR-HORA / 3 * WK-MIN-SOBREAVISO / 60
             COMPUTE WK-VALOR-ACIONAMENTO ROUNDED =
                     WK-ANT-VALOR-HORA
                   * (WK-MIN-ACION50 * 1,5 + WK-MIN-ACION100 * 2)
                   / 60
             IF   WK-VALOR-SOBREAVISO > ZEROS
                MOVE 'S'                 TO RE-TIPO-ADIC
                MOVE WK-VALOR-SOBREAVISO TO RE-VALOR-ADIC
                PERFORM 565-GRAVA-LINHA-SOBREAVISO
             END-IF
             IF   WK-VALOR-ACIONAMENTO > ZEROS
                MOVE 'A'                  TO RE-TIPO-ADIC
                MOVE WK-VALOR-ACIONAMENTO TO RE-VALOR-ADIC
                PERFORM 565-GRAVA-LINHA-SOBREAVISO
             END-IF
          END-IF.
      *
       565-GRAVA-LINHA-SOBREAVISO.
          MOVE WK-ANT-CODFUN     TO RE-CODFUN.
          MOVE WK-ANT-NOMEFUN    TO RE-NOMEFUN.
          MOVE WK-ANT-DEPTOFUN   TO RE-DEPTOFUN.
          MOVE WK-PERIODO        TO RE-PERIODO.
          MOVE ZEROS             TO RE-VALOR-HE50
                                    RE-VALOR-HE100
                                    RE-VALOR-FALTAS
                                    RE-VALOR-ADNOT.
          WRITE REG-EXTRATO.
          ADD 1 TO WK-QTDE-EXTRAIDA.
          ADD 1 TO WK-QTDE-SOBREAVISO.
          IF   RE-CODFUN IS NUMERIC
             MOVE RE-CODFUN TO WK-CODFUN-NUM-HASH
             ADD WK-CODFUN-NUM-HASH TO WK-HASH-SAIDA
          END-IF.
      *
       580-CONVERTE-MOMENTO.
      *    WK-DMA-PARTES (DD/MM/AAAA) + WK-MOM-HORA (HHMM) PARA
      *    MINUTOS CORRIDOS EM WK-MOM-MINUTOS; ZERO SE INVALIDO.
          PERFORM 485-CONVERTE-DMA.
          MOVE ZEROS TO WK-MOM-MINUTOS.
          IF   WK-INT-DATA > ZEROS
           AND WK-MOM-HH IS NUMERIC AND WK-MOM-MM IS NUMERIC
             COMPUTE WK-MOM-MINUTOS = WK-INT-DATA * 1440
                                    + FUNCTION NUMVAL(WK-MOM-HH) * 60
                                    + FUNCTION NUMVAL(WK-MOM-MM)
          END-IF.
      *
       585-RECORTA-MES.
      *    MINUTOS DE [WK-TRECHO-INI, WK-TRECHO-FIM) DENTRO DO MES.
          MOVE ZEROS TO WK-MIN-TRECHO.
          IF   WK-TRECHO-INI > ZEROS AND WK-TRECHO-FIM > ZEROS
             IF   WK-TRECHO-INI < WK-MES-MIN-INI
                MOVE WK-MES-MIN-INI TO WK-TRECHO-INI
             END-IF
             IF   WK-TRECHO-FIM > WK-MES-MIN-FIM
                MOVE WK-MES-MIN-FIM TO WK-TRECHO-FIM
             END-IF
             IF   WK-TRECHO-FIM > WK-TRECHO-INI
                COMPUTE WK-MIN-TRECHO = WK-TRECHO-FIM - WK-TRECHO-INI
             END-IF
          END-IF.
      *
       600-AVULSOS SECTION.
       601-EXTRAI-AVULSOS.
      *    SO O APROVADO ENTRA - PENDENTE ESPERA O APRAVULS E, SE
      *    NAO FOR DECIDIDO ANTES DO CALCULO, FICA DE FORA DA FOLHA.
          EXEC SQL
             OPEN CUR-AVULSOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-AVULSOS
                  INTO :WK-AV-CODFUN, :DB2-NOMEFUN, :WK-AV-DEPTOFUN,
                       :WK-AV-NATUREZA, :WK-AV-TRIBUTAVEL,
                       :WK-AV-VALOR
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 610-GRAVA-AVULSO
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA LEITURA DOS LANCAMENTOS AVULSOS'
             MOVE 12 TO RETURN-CODE
          END-IF.
          EXEC SQL
             CLOSE CUR-AVULSOS
          END-EXEC.
          IF   WK-QTDE-AVULSOS > ZEROS
             DISPLAY WK-QTDE-AVULSOS ' LINHA(S) DE LANCAMENTO AVULSO '
                     'NO EXTRATO'
          END-IF.
      *
       610-GRAVA-AVULSO.
      *    A CLASSE DO TIPO DE EVENTO VIRA O TIPO DA LINHA, QUE O
      *    CALCFOLH TRANSFORMA NA RUBRICA 0108/0109/0502/0503.
          EVALUATE WK-AV-NATUREZA ALSO WK-AV-TRIBUTAVEL
             WHEN 'P' ALSO 'S'
                MOVE 'T'              TO RE-TIPO-ADIC
             WHEN 'P' ALSO 'N'
                MOVE 'E'              TO RE-TIPO-ADIC
             WHEN 'D' ALSO 'S'
                MOVE 'B'              TO RE-TIPO-ADIC
             WHEN OTHER
                MOVE 'D'              TO RE-TIPO-ADIC
          END-EVALUATE.
          IF   WK-AV-VALOR > ZEROS
             MOVE WK-AV-CODFUN      TO RE-CODFUN
             MOVE DB2-NOMEFUN-TEXT  TO RE-NOMEFUN
             MOVE WK-AV-DEPTOFUN    TO RE-DEPTOFUN
             MOVE WK-PERIODO        TO RE-PERIODO
             MOVE ZEROS             TO RE-VALOR-HE50
                                       RE-VALOR-HE100
                                       RE-VALOR-FALTAS
                                       RE-VALOR-ADNOT
             MOVE WK-AV-VALOR       TO RE-VALOR-ADIC
             WRITE REG-EXTRATO
             ADD 1 TO WK-QTDE-EXTRAIDA
             ADD 1 TO WK-QTDE-AVULSOS
             IF   RE-CODFUN IS NUMERIC
                MOVE RE-CODFUN TO WK-CODFUN-NUM-HASH
                ADD WK-CODFUN-NUM-HASH TO WK-HASH-SAIDA
             END-IF
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          PERFORM 940-GRAVA-MANIFESTO.
          DISPLAY WK-QTDE-EXTRAIDA ' EVENTO(S) VARIAVEL(IS) '
                  'EXTRAIDO(S) PARA A FOLHA'.
          DISPLAY WK-QTDE-ABONOS ' FUNCIONARIO(S) COM FALTAS '
                  'ABONADAS POR ATESTADO MEDICO'.
          EXIT.
      *
       940-GRAVA-MANIFESTO.
