        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CALCRESC.
        AUTHOR.        THIAGO.
      **************************************************
      * VERBAS RESCISORIAS EM VALOR E TRCT: LE O       *
      * EXTRATO DE RESCISAO DO TERMINA E, PELO TIPO DO *
      * DESLIGAMENTO, VALORIZA CADA VERBA:             *
      *                      S    P    J    T          *
      *   SALDO DE SALARIO   X    X    X    X          *
      *   AVISO INDENIZADO   X                         *
      *   FERIAS VENC.+1/3   X    X    X    X          *
      *   FERIAS PROPOR.+1/3 X    X         X          *
      *   13O PROPORCIONAL   X    X         X          *
      *   BANCO DE HORAS     X    X    X    X          *
      *   MULTA 40% FGTS     X                         *
      * (S=SEM JUSTA CAUSA P=PEDIDO DE DEMISSAO        *
      * J=JUSTA CAUSA T=TERMINO DE CONTRATO).          *
      * DESCONTA O ADIANTAMENTO SALARIAL DO MES        *
      * (EAD719.ADIANTA), O ADIANTAMENTO DO 13O        *
      * (DECIMOTER) E AS PARCELAS DOS CONSIGNADOS      *
      * ATIVOS (EAD719.CONSIGNA), ESTAS LIMITADAS A    *
      * 35% DAS VERBAS RESCISORIAS. O SALDO DE SALARIO *
      * E O ADIANTAMENTO SAEM SO QUANDO A FOLHA DO MES *
      * NAO CALCULOU O FUNCIONARIO (FOLHACALC).        *
      * A MULTA DO FGTS E RECOLHIDA NA CONTA VINCULADA *
      * - SAI NO TRCT, FORA DO LIQUIDO - SOBRE O SALDO *
      * INFORMADO NO SYSIN DO TERMINA OU, SEM ELE,     *
      * ESTIMADO PELAS BASES DA FOLHA (FOLHACALC).     *
      * IMPRIME O TRCT (TRCTIMP) E GRAVA O LIQUIDO EM  *
      * EAD719.RESCPAG, DE ONDE O CNABFOLH FAZ O       *
      * CREDITO. RODADA REPETIDA SUBSTITUI O CALCULO   *
      * AINDA NAO REMETIDO; RESCISAO JA REMETIDA NAO   *
      * E RECALCULADA. EXTRATO SEM TEMPO DE CASA (O DO *
      * DESLDEPT) FICA DE FORA E E LISTADO. EXTRATO DE *
      * FUNCIONARIO QUE NAO FICOU DESLIGADO (O EXCLUIR *
      * FALHOU NO TERMINA) TAMBEM FICA DE FORA - NADA  *
      * SE PAGA DE RESCISAO A QUEM CONTINUA ATIVO.     *
      * AS FERIAS E OS CONSIGNADOS ACERTADOS FICAM COM *
      * SITUACAO 'R' (ACERTADO NA RESCISAO).           *
      * O TIPO VEM DO MOTIVO CODIFICADO DO TERMINA     *
      * (EAD719.MOTDESLIG); O TRCT TRAZ O CODIGO DO    *
      * MOTIVO E O CODIGO DE AFASTAMENTO DO CAGED.     *
      * O SALDO DE PAGAMENTO INDEVIDO APURADO PELO     *
      * PAGINDEV (EAD719.RECEBIVEL MENOS O JA          *
      * DESCONTADO EM EAD719.RECEBMOV) E COMPENSADO    *
      * ATE UM MES DE REMUNERACAO E ATE O QUE SOBRA    *
      * DAS VERBAS; O RESTO O RH COBRA A PARTE.        *
      * ESTAGIARIO (CONTRATO G) NAO E EMPREGADO: SO    *
      * RECEBE SALDO DA BOLSA, RECESSO VENCIDO E       *
      * PROPORCIONAL SEM O TERCO E BANCO DE HORAS - SEM*
      * AVISO, 13O E MULTA DO FGTS.                    *
      * HORISTA (TIPOSAL 'H') NAO TEM SALARIO FIXO: O   *
      * SALDO SAO AS HORAS DO PONTO NO MES DO          *
      * DESLIGAMENTO COM O DSR, O 13O SAI PELA MEDIA   *
      * DAS HORAS DO ANO E O AVISO E AS FERIAS PELA    *
      * MEDIA DOS 12 MESES ATE O DESLIGAMENTO, A       *
      * VALORHORA ATUAL (CALCMEDH).                    *
      *                                                *
      * EAD719.RESCPAG (UMA LINHA POR RESCISAO):       *
      *   CODFUN    CHAR(07)                           *
      *   ULTIMODIA CHAR(10)  DD/MM/AAAA               *
      *   TIPORESC  CHAR(01)  S/P/J/T                  *
      *   PROVENTOS, DESCONTOS, LIQUIDO, MULTAFGTS     *
      *             DEC(09,2)                          *
      *   SITUACAO  CHAR(01)  P=A PAGAR R=REMETIDO     *
      *             N=SEM LIQUIDO (DESCONTOS COBREM    *
      *             AS VERBAS - ACERTO PELO RH)        *
      *   DATACALC  DATE                               *
      *   DATAREM   DATE      (GRAVADA PELO CNABFOLH)  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESCISAO      ASSIGN TO RESCISAO
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-TRCT          ASSIGN TO TRCTIMP
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    EXTRATO DE RESCISAO DO TERMINA (MESMO LEIAUTE).
       FD  ARQ-RESCISAO.
       01  REG-RESCISAO.
           05  RR-CODFUN            PIC X(07).
           05  RR-NOMEFUN           PIC X(30).
           05  RR-DEPTOFUN          PIC X(03).
           05  RR-ADMISSFUN         PIC X(10).
           05  RR-ULTIMO-DIA        PIC X(10).
           05  RR-MOTIVO            PIC X(30).
           05  RR-ANOS-DE-CASA      PIC 9(02).
           05  RR-ANOS-BRUTOS       PIC 9(02).
           05  RR-MESES-SUSP        PIC 9(03).
           05  RR-MESES-PERIODO     PIC 9(02).
           05  RR-DIAS-AVISO        PIC 9(02).
           05  RR-DOZEAVOS-FERIAS   PIC 9(02).
           05  RR-SALARIOFUN        PIC 9(07)V99.
           05  RR-HORAS-BANCO       PIC 9(03)V99.
           05  RR-VALOR-BANCO       PIC 9(07)V99.
           05  RR-FIM-AVISO         PIC X(10).
           05  RR-TIPO-RESC         PIC X(01).
           05  RR-SALDO-FGTS        PIC 9(07)V99.
           05  RR-CODMOTIVO         PIC X(02).
           05  RR-CODLEGAL          PIC X(02).
      *
       FD  ARQ-TRCT.
       01  REG-TRCT                 PIC X(80).
       01  REG-TRCT-DETALHE REDEFINES REG-TRCT.
           05  TD-RUBRICA           PIC X(04).
           05  FILLER               PIC X(02).
           05  TD-DESCRICAO         PIC X(30).
           05  FILLER               PIC X(02).
           05  TD-REFERENCIA        PIC ZZ9.
           05  FILLER               PIC X(03).
           05  TD-PROVENTO          PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(04).
           05  TD-DESCONTO          PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(08).
       01  REG-TRCT-TOTAL REDEFINES REG-TRCT.
           05  TT-ROTULO            PIC X(44).
           05  TT-PROVENTO          PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(04).
           05  TT-DESCONTO          PIC Z.ZZZ.ZZ9,99.
           05  FILLER               PIC X(08).
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
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
       77  DB2-TIPOCONTR             PIC X(01)       VALUE SPACES.
           88  CONTRATO-ESTAGIO                      VALUE 'G'.
       77  DB2-TIPOSAL               PIC X(01)       VALUE SPACES.
           88  FUNC-HORISTA                          VALUE 'H'.
       77  DB2-VALORHORA             PIC 9(04)V99    VALUE ZEROS.
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
       77  WK-QTDE-RECESSO-PROP      PIC 9(03)       VALUE ZEROS.
      *
       77  WK-EOF-RESCISAO           PIC X           VALUE 'N'.
           88  FIM-RESCISAO                          VALUE 'S'.
       77  WK-TIPO-RESC              PIC X(01)       VALUE SPACES.
           88  TIPO-SEM-JUSTA-CAUSA                  VALUE 'S'.
           88  TIPO-PEDIDO                           VALUE 'P'.
           88  TIPO-JUSTA-CAUSA                      VALUE 'J'.
           88  TIPO-TERMINO                          VALUE 'T'.
           88  TIPO-RESC-VALIDO          VALUE 'S' 'P' 'J' 'T'.
       77  WK-DESC-TIPO              PIC X(30)       VALUE SPACES.
      *
       01  WK-ADMISSFUN-PARTES.
           05  WK-ADM-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-ANO           PIC 9(04).
       01  WK-ULTDIA-PARTES.
           05  WK-ULT-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-ULT-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-ULT-ANO           PIC 9(04).
       77  WK-PERIODO-RESC           PIC 9(06)       VALUE ZEROS.
      *    BASES DAS VERBAS: O SALARIO DO EXTRATO, OU AS MEDIAS DO
      *    HORISTA (12 MESES ATE O DESLIGAMENTO E ANO DO 13O).
       77  WK-BASE-RESC              PIC 9(07)V99    VALUE ZEROS.
       77  WK-BASE-13                PIC 9(07)V99    VALUE ZEROS.
       77  WK-PERIODO-INI            PIC 9(06)       VALUE ZEROS.
      *
      *    VERBAS DA RESCISAO, NA ORDEM DO TRCT.
       01  TAB-VERBAS.
           05  TV-ENTRADA            OCCURS 15 TIMES.
               10  TV-RUBRICA        PIC X(04).
               10  TV-DESCRICAO      PIC X(30).
               10  TV-TIPO           PIC X(01).
               10  TV-REFERENCIA     PIC 9(03).
               10  TV-VALOR          PIC 9(07)V99.
       77  WK-QTDE-VERBAS            PIC 9(02)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(02)       VALUE ZEROS.
       77  WK-LIN-RUBRICA            PIC X(04)       VALUE SPACES.
       77  WK-LIN-DESCRICAO          PIC X(30)       VALUE SPACES.
       77  WK-LIN-TIPO               PIC X(01)       VALUE SPACES.
       77  WK-LIN-REFERENCIA         PIC 9(03)       VALUE ZEROS.
       77  WK-LIN-VALOR              PIC 9(07)V99    VALUE ZEROS.
      *
      *    BASES E VALORES DO CALCULO.
       77  WK-VALOR-DIA              PIC 9(05)V9(04) VALUE ZEROS.
       77  WK-QTDE-FOLHA-MES         PIC 9(02)       VALUE ZEROS.
           88  FOLHA-DO-MES-CALCULADA                VALUE 1 THRU 99.
       77  WK-DIAS-SALDO             PIC 9(02)       VALUE ZEROS.
       77  WK-SALDO-SALARIO          PIC 9(07)V99    VALUE ZEROS.
       77  WK-AVISO-INDENIZADO       PIC 9(07)V99    VALUE ZEROS.
       77  WK-DIAS-VENCIDAS          PIC S9(03)      VALUE ZEROS.
       77  WK-FERIAS-VALOR           PIC 9(07)V99    VALUE ZEROS.
       77  WK-TERCO-VALOR            PIC 9(07)V99    VALUE ZEROS.
       77  WK-AVOS-13                PIC S9(03)      VALUE ZEROS.
       77  WK-MES-INICIO-13          PIC 9(02)       VALUE ZEROS.
       77  WK-DECTER-PROPORC         PIC 9(07)V99    VALUE ZEROS.
       77  WK-ADIANT-SALARIO         PIC 9(07)V99    VALUE ZEROS.
       77  WK-ADIANT-DECTER          PIC 9(07)V99    VALUE ZEROS.
       77  WK-PARCELAS-CONSIG        PIC 9(07)V99    VALUE ZEROS.
       77  WK-LIMITE-CONSIG          PIC S9(07)V99   VALUE ZEROS.
       77  WK-DESC-CONSIG            PIC 9(07)V99    VALUE ZEROS.
       77  WK-RECEB-APURADO          PIC 9(07)V99    VALUE ZEROS.
       77  WK-RECEB-DESCONTADO       PIC 9(07)V99    VALUE ZEROS.
       77  WK-SALDO-RECEBER          PIC S9(07)V99   VALUE ZEROS.
       77  WK-LIMITE-DEVOLUCAO       PIC S9(07)V99   VALUE ZEROS.
       77  WK-DESC-DEVOLUCAO         PIC 9(07)V99    VALUE ZEROS.
       77  WK-TOTAL-PROVENTOS        PIC 9(07)V99    VALUE ZEROS.
       77  WK-TOTAL-DESCONTOS        PIC 9(07)V99    VALUE ZEROS.
       77  WK-LIQUIDO                PIC S9(07)V99   VALUE ZEROS.
       77  WK-SITUACAO-PAG           PIC X(01)       VALUE SPACES.
      *    FGTS: BASES DA FOLHA JA DEPOSITADAS (OU O SALDO DA CAIXA
      *    INFORMADO) MAIS O DEPOSITO DO PROPRIO MES DA RESCISAO.
       77  WK-BASES-FOLHA            PIC 9(09)V99    VALUE ZEROS.
       77  WK-SALDO-FGTS             PIC 9(09)V99    VALUE ZEROS.
       77  WK-MULTA-FGTS             PIC 9(07)V99    VALUE ZEROS.
       77  WK-ORIGEM-FGTS            PIC X(09)       VALUE SPACES.
       77  WK-QTDE-REMETIDA          PIC 9(02)       VALUE ZEROS.
       77  WK-GRAVACAO               PIC X(01)       VALUE 'N'.
           88  GRAVACAO-OK                           VALUE 'S'.
      *
      *    CAMPOS EDITADOS DO CABECALHO DO TRCT.
       77  WK-SALARIO-EDIT           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-VALOR-EDIT             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-DIAS-EDIT              PIC Z9          VALUE ZEROS.
      *
       77  WK-QTDE-LIDA              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-CALCULADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-LIQUIDO       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-JA-REMETIDA       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ERRO              PIC 9(05)       VALUE ZEROS.
       77  WK-SOMA-LIQUIDO           PIC 9(11)V99    VALUE ZEROS.
       77  WK-SOMA-EDIT              PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-RESCISAO.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          OPEN INPUT  ARQ-RESCISAO.
          OPEN OUTPUT ARQ-TRCT.
          PERFORM 110-LER-RESCISAO.
      *
       110-LER-RESCISAO.
          READ ARQ-RESCISAO
             AT END
                SET FIM-RESCISAO TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          ADD 1 TO WK-QTDE-LIDA.
          PERFORM 210-CONFERE-RESCISAO.
          PERFORM 110-LER-RESCISAO.
      *
       210-CONFERE-RESCISAO.
      *    SO O EXTRATO COMPLETO DO TERMINA TEM TEMPO DE CASA, AVISO
      *    E TIPO; O DO DESLDEPT NAO TRAZ ESSES CAMPOS.
          MOVE RR-TIPO-RESC TO WK-TIPO-RESC.
          EVALUATE TRUE
             WHEN RR-DIAS-AVISO      NOT NUMERIC
               OR RR-DOZEAVOS-FERIAS NOT NUMERIC
               OR RR-SALARIOFUN      NOT NUMERIC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'RESCISAO DO FUNCIONARIO ' RR-CODFUN
                        ' SEM TEMPO DE CASA NO EXTRATO (NAO VEIO DO '
                        'TERMINA) - VERBAS NAO CALCULADAS'
             WHEN NOT TIPO-RESC-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'RESCISAO DO FUNCIONARIO ' RR-CODFUN
                        ' COM TIPO ' RR-TIPO-RESC ' INVALIDO - '
                        'VERBAS NAO CALCULADAS'
             WHEN OTHER
                PERFORM 215-CONFERE-REMESSA
          END-EVALUATE.
      *
       215-CONFERE-REMESSA.
      *    RESCISAO JA PAGA (REMETIDA PELO CNABFOLH) NAO E
      *    RECALCULADA - NADA SE PAGA EM DOBRO.
          MOVE RR-CODFUN TO DB2-CODFUN.
          MOVE ZEROS     TO WK-QTDE-REMETIDA.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-REMETIDA
               FROM EAD719.RESCPAG
              WHERE CODFUN    = :DB2-CODFUN
                AND ULTIMODIA = :RR-ULTIMO-DIA
                AND SITUACAO  = 'R'
          END-EXEC.
          IF   WK-QTDE-REMETIDA > ZEROS
             ADD 1 TO WK-QTDE-JA-REMETIDA
             DISPLAY 'RESCISAO DO FUNCIONARIO ' RR-CODFUN ' DE '
                     RR-ULTIMO-DIA ' JA REMETIDA AO BANCO - NAO '
                     'RECALCULADA'
          ELSE
             EXEC SQL
                SELECT COALESCE(CPFFUN, ' '),
                       COALESCE(EMPRESAFUN, ' '),
                       COALESCE(TIPOCONTR, ' '),
                       COALESCE(TIPOSAL, 'M'),
                       COALESCE(VALORHORA, 0), STATUSFUN
                  INTO :DB2-CPFFUN, :DB2-EMPRESAFUN,
                       :DB2-TIPOCONTR, :DB2-TIPOSAL,
                       :DB2-VALORHORA, :DB2-STATUSFUN
                  FROM EAD719.FUNCIONARIOS
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
      *       O TERMINA GRAVA O EXTRATO ANTES DO EXCLUIR: SE O
      *       DESLIGAMENTO FALHOU, O FUNCIONARIO NAO ESTA 'D' E A
      *       RESCISAO ESPERA O REPROCESSAMENTO DO TERMINA.
             EVALUATE TRUE
                WHEN SQLCODE = 0
                 AND DB2-STATUSFUN NOT = 'D'
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FUNCIONARIO ' RR-CODFUN ' DO EXTRATO NAO '
                           'ESTA DESLIGADO (STATUS ' DB2-STATUSFUN
                           ') - VERBAS NAO CALCULADAS; REPROCESSAR '
                           'O TERMINA'
                WHEN SQLCODE = 0
                   PERFORM 220-CALCULA-PROVENTOS
                   PERFORM 240-CALCULA-DESCONTOS
                   PERFORM 250-CALCULA-MULTA-FGTS
                   PERFORM 260-GRAVA-PAGAMENTO
                   IF   GRAVACAO-OK
                      PERFORM 270-IMPRIME-TRCT
                   END-IF
                WHEN SQLCODE = 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'FUNCIONARIO ' RR-CODFUN ' DO EXTRATO '
                           'NAO EXISTE NO CADASTRO - VERBAS NAO '
                           'CALCULADAS'
                WHEN OTHER
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - '
                           WK-SQLCODE-MSG
                           ' NA CONSULTA DO FUNCIONARIO ' RR-CODFUN
                   ADD 1 TO WK-QTDE-ERRO
             END-EVALUATE
          END-IF.
      *
       220-CALCULA-PROVENTOS.
          MOVE ZEROS TO WK-QTDE-VERBAS WK-TOTAL-PROVENTOS
                        WK-TOTAL-DESCONTOS WK-SALDO-SALARIO
                        WK-AVISO-INDENIZADO WK-DECTER-PROPORC.
          MOVE RR-ADMISSFUN(1:10)  TO WK-ADMISSFUN-PARTES.
          MOVE RR-ULTIMO-DIA(1:10) TO WK-ULTDIA-PARTES.
          COMPUTE WK-PERIODO-RESC = WK-ULT-ANO * 100 + WK-ULT-MES.
          IF   FUNC-HORISTA
             PERFORM 222-MEDIAS-HORISTA
          ELSE
             MOVE RR-SALARIOFUN TO WK-BASE-RESC WK-BASE-13
          END-IF.
          COMPUTE WK-VALOR-DIA ROUNDED = WK-BASE-RESC / 30.

      *    SALDO DE SALARIO: OS DIAS TRABALHADOS NO MES DO
      *    DESLIGAMENTO (MES COMERCIAL DE 30 DIAS), QUANDO A FOLHA
      *    DO MES AINDA NAO PAGOU O FUNCIONARIO.
          MOVE ZEROS TO WK-QTDE-FOLHA-MES.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-FOLHA-MES
               FROM EAD719.FOLHACALC
              WHERE CODFUN   = :DB2-CODFUN
                AND PERIODO  = :WK-PERIODO-RESC
                AND SITUACAO = 'C'
          END-EXEC.
          IF   NOT FOLHA-DO-MES-CALCULADA
             MOVE WK-ULT-DIA TO WK-DIAS-SALDO
             IF   WK-DIAS-SALDO > 30
                MOVE 30 TO WK-DIAS-SALDO
             END-IF
             IF   FUNC-HORISTA
                CALL "CALCMEDH" USING DB2-CODFUN, DB2-EMPRESAFUN,
                                      RR-DEPTOFUN,
                                      WK-PERIODO-RESC, WK-PERIODO-RESC,
                                      DB2-VALORHORA, WK-SALDO-SALARIO
             ELSE
                COMPUTE WK-SALDO-SALARIO ROUNDED =
                        WK-VALOR-DIA * WK-DIAS-SALDO
             END-IF
             MOVE '0801'                      TO WK-LIN-RUBRICA
             MOVE 'SALDO DE SALARIO'          TO WK-LIN-DESCRICAO
             MOVE 'P'                         TO WK-LIN-TIPO
             MOVE WK-DIAS-SALDO               TO WK-LIN-REFERENCIA
             MOVE WK-SALDO-SALARIO            TO WK-LIN-VALOR
             PERFORM 290-ACRESCENTA-VERBA
          END-IF.

      *    AVISO PREVIO INDENIZADO: SO NA DISPENSA SEM JUSTA CAUSA,
      *    PELOS DIAS DE AVISO PROPORCIONAL DO TERMINA.
          IF   TIPO-SEM-JUSTA-CAUSA
           AND NOT CONTRATO-ESTAGIO
             COMPUTE WK-AVISO-INDENIZADO ROUNDED =
                     WK-VALOR-DIA * RR-DIAS-AVISO
             MOVE '0802'                      TO WK-LIN-RUBRICA
             MOVE 'AVISO PREVIO INDENIZADO'   TO WK-LIN-DESCRICAO
             MOVE 'P'                         TO WK-LIN-TIPO
             MOVE RR-DIAS-AVISO               TO WK-LIN-REFERENCIA
             MOVE WK-AVISO-INDENIZADO         TO WK-LIN-VALOR
             PERFORM 290-ACRESCENTA-VERBA
          END-IF.

      *    FERIAS VENCIDAS: SALDO DE DIAS DOS PERIODOS AQUISITIVOS
      *    COMPLETOS AINDA ABERTOS EM EAD719.FERIAS - DEVIDAS EM
      *    QUALQUER TIPO DE DESLIGAMENTO. A SITUACAO 'R' E A DE UM
      *    CALCULO ANTERIOR DESTA MESMA RESCISAO.
          MOVE ZEROS TO WK-DIAS-VENCIDAS.
          EXEC SQL
             SELECT COALESCE(SUM(DIASDIREITO - DIASGOZADOS), 0)
               INTO :WK-DIAS-VENCIDAS
               FROM EAD719.FERIAS
              WHERE CODFUN   = :DB2-CODFUN
                AND SITUACAO IN ('A', 'R')
          END-EXEC.
          IF   SQLCODE NOT = 0 OR WK-DIAS-VENCIDAS < ZEROS
             MOVE ZEROS TO WK-DIAS-VENCIDAS
          END-IF.
          IF   WK-DIAS-VENCIDAS > ZEROS
             COMPUTE WK-FERIAS-VALOR ROUNDED =
                     WK-VALOR-DIA * WK-DIAS-VENCIDAS
             COMPUTE WK-TERCO-VALOR ROUNDED = WK-FERIAS-VALOR / 3
             MOVE '0803'                      TO WK-LIN-RUBRICA
             IF   CONTRATO-ESTAGIO
                MOVE 'RECESSO VENCIDO'        TO WK-LIN-DESCRICAO
             ELSE
                MOVE 'FERIAS VENCIDAS'        TO WK-LIN-DESCRICAO
             END-IF
             MOVE 'P'                         TO WK-LIN-TIPO
             MOVE WK-DIAS-VENCIDAS            TO WK-LIN-REFERENCIA
             MOVE WK-FERIAS-VALOR             TO WK-LIN-VALOR
             PERFORM 290-ACRESCENTA-VERBA
             IF   NOT CONTRATO-ESTAGIO
                MOVE '0804'                   TO WK-LIN-RUBRICA
                MOVE '1/3 CONSTITUCIONAL S/ VENCIDAS'
                                              TO WK-LIN-DESCRICAO
                MOVE ZEROS                    TO WK-LIN-REFERENCIA
                MOVE WK-TERCO-VALOR           TO WK-LIN-VALOR
                PERFORM 290-ACRESCENTA-VERBA
             END-IF
          END-IF.

      *    RECESSO PROPORCIONAL DO ESTAGIARIO: JA ESTA NAS VENCIDAS
      *    QUANDO O FERACUMU GRAVOU O PROPORCIONAL DO FIM DO TERMO;
      *    SENAO, SAI PELOS DOZE AVOS, SEM O TERCO.
          MOVE ZEROS TO WK-QTDE-RECESSO-PROP.
          IF   CONTRATO-ESTAGIO
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-RECESSO-PROP
                  FROM EAD719.FERIAS
                 WHERE CODFUN      = :DB2-CODFUN
                   AND DIASDIREITO < 30
                   AND SITUACAO IN ('A', 'R')
             END-EXEC
             IF   WK-QTDE-RECESSO-PROP = ZEROS
              AND RR-DOZEAVOS-FERIAS > ZEROS
                COMPUTE WK-FERIAS-VALOR ROUNDED =
                        WK-BASE-RESC * RR-DOZEAVOS-FERIAS / 12
                MOVE '0805'                   TO WK-LIN-RUBRICA
                MOVE 'RECESSO PROPORCIONAL'   TO WK-LIN-DESCRICAO
                MOVE 'P'                      TO WK-LIN-TIPO
                MOVE RR-DOZEAVOS-FERIAS       TO WK-LIN-REFERENCIA
                MOVE WK-FERIAS-VALOR          TO WK-LIN-VALOR
                PERFORM 290-ACRESCENTA-VERBA
             END-IF
          END-IF.

      *    FERIAS PROPORCIONAIS: OS DOZE AVOS DO PERIODO EM CURSO
      *    APURADOS PELO TERMINA - PERDIDAS NA JUSTA CAUSA.
          IF   NOT TIPO-JUSTA-CAUSA
           AND NOT CONTRATO-ESTAGIO
           AND RR-DOZEAVOS-FERIAS > ZEROS
             COMPUTE WK-FERIAS-VALOR ROUNDED =
                     WK-BASE-RESC * RR-DOZEAVOS-FERIAS / 12
             COMPUTE WK-TERCO-VALOR ROUNDED = WK-FERIAS-VALOR / 3
             MOVE '0805'                      TO WK-LIN-RUBRICA
             MOVE 'FERIAS PROPORCIONAIS'      TO WK-LIN-DESCRICAO
             MOVE 'P'                         TO WK-LIN-TIPO
             MOVE RR-DOZEAVOS-FERIAS          TO WK-LIN-REFERENCIA
             MOVE WK-FERIAS-VALOR             TO WK-LIN-VALOR
             PERFORM 290-ACRESCENTA-VERBA
             MOVE '0806'                      TO WK-LIN-RUBRICA
             MOVE '1/3 CONSTITUCIONAL S/ PROPORC.'
                                              TO WK-LIN-DESCRICAO
             MOVE ZEROS                       TO WK-LIN-REFERENCIA
             MOVE WK-TERCO-VALOR              TO WK-LIN-VALOR
             PERFORM 290-ACRESCENTA-VERBA
          END-IF.

      *    13O PROPORCIONAL DO ANO DO DESLIGAMENTO - PERDIDO NA
      *    JUSTA CAUSA. O ADIANTAMENTO JA PAGO SAI NOS DESCONTOS.
          IF   NOT TIPO-JUSTA-CAUSA
           AND NOT CONTRATO-ESTAGIO
             PERFORM 225-CALCULA-AVOS-13
             IF   WK-AVOS-13 > ZEROS
                COMPUTE WK-DECTER-PROPORC ROUNDED =
                        WK-BASE-13 * WK-AVOS-13 / 12
                MOVE '0807'                   TO WK-LIN-RUBRICA
                MOVE '13O SALARIO PROPORCIONAL'
                                              TO WK-LIN-DESCRICAO
                MOVE 'P'                      TO WK-LIN-TIPO
                MOVE WK-AVOS-13               TO WK-LIN-REFERENCIA
                MOVE WK-DECTER-PROPORC        TO WK-LIN-VALOR
                PERFORM 290-ACRESCENTA-VERBA
             END-IF
          END-IF.

      *    BANCO DE HORAS JA VALORIZADO PELO TERMINA (EXTRA A 50%).
          IF   RR-VALOR-BANCO IS NUMERIC
           AND RR-VALOR-BANCO > ZEROS
             MOVE '0808'                      TO WK-LIN-RUBRICA
             MOVE 'SALDO DO BANCO DE HORAS'   TO WK-LIN-DESCRICAO
             MOVE 'P'                         TO WK-LIN-TIPO
             MOVE RR-HORAS-BANCO              TO WK-LIN-REFERENCIA
             MOVE RR-VALOR-BANCO              TO WK-LIN-VALOR
             PERFORM 290-ACRESCENTA-VERBA
          END-IF.
      *
       222-MEDIAS-HORISTA.
      *    MEDIA DOS 12 MESES QUE TERMINAM NO MES DO DESLIGAMENTO E
      *    MEDIA DO ANO DO DESLIGAMENTO, PARA O 13O.
          IF   WK-ULT-MES = 12
             COMPUTE WK-PERIODO-INI = WK-ULT-ANO * 100 + 1
          ELSE
             COMPUTE WK-PERIODO-INI = WK-PERIODO-RESC - 99
          END-IF.
          CALL "CALCMEDH" USING DB2-CODFUN, DB2-EMPRESAFUN,
                                RR-DEPTOFUN,
                                WK-PERIODO-INI, WK-PERIODO-RESC,
                                DB2-VALORHORA, WK-BASE-RESC.
          COMPUTE WK-PERIODO-INI = WK-ULT-ANO * 100 + 1.
          CALL "CALCMEDH" USING DB2-CODFUN, DB2-EMPRESAFUN,
                                RR-DEPTOFUN,
                                WK-PERIODO-INI, WK-PERIODO-RESC,
                                DB2-VALORHORA, WK-BASE-13.
      *
       225-CALCULA-AVOS-13.
      *    UM AVO POR MES DO ANO COM 15 DIAS OU MAIS TRABALHADOS,
      *    DE JANEIRO (OU DO MES DE ADMISSAO NO PROPRIO ANO) ATE O
      *    MES DO DESLIGAMENTO.
          IF   WK-ADM-ANO = WK-ULT-ANO
             MOVE WK-ADM-MES TO WK-MES-INICIO-13
             IF   WK-ADM-DIA > 16
                ADD 1 TO WK-MES-INICIO-13
             END-IF
          ELSE
             MOVE 1 TO WK-MES-INICIO-13
          END-IF.
          COMPUTE WK-AVOS-13 = WK-ULT-MES - WK-MES-INICIO-13 + 1.
          IF   WK-ULT-DIA < 15
             SUBTRACT 1 FROM WK-AVOS-13
          END-IF.
          IF   WK-AVOS-13 < ZEROS
             MOVE ZEROS TO WK-AVOS-13
          END-IF.
      *
       240-CALCULA-DESCONTOS.
      *    ADIANTAMENTO QUINZENAL DO MES: SO ABATE QUANDO O SALDO DE
      *    SALARIO SAI AQUI - COM A FOLHA DO MES CALCULADA, O
      *    CALCFOLH JA DESCONTOU.
          MOVE ZEROS TO WK-ADIANT-SALARIO WK-ADIANT-DECTER
                        WK-PARCELAS-CONSIG WK-DESC-CONSIG.
          IF   NOT FOLHA-DO-MES-CALCULADA
             EXEC SQL
                SELECT COALESCE(SUM(VALOR), 0)
                  INTO :WK-ADIANT-SALARIO
                  FROM EAD719.ADIANTA
                 WHERE CODFUN  = :DB2-CODFUN
                   AND PERIODO = :WK-PERIODO-RESC
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE ZEROS TO WK-ADIANT-SALARIO
             END-IF
             MOVE '0851'                      TO WK-LIN-RUBRICA
             MOVE 'ADIANTAMENTO SALARIAL'     TO WK-LIN-DESCRICAO
             MOVE 'D'                         TO WK-LIN-TIPO
             MOVE ZEROS                       TO WK-LIN-REFERENCIA
             MOVE WK-ADIANT-SALARIO           TO WK-LIN-VALOR
             PERFORM 290-ACRESCENTA-VERBA
          END-IF.

      *    13O JA PAGO NO ANO (ADIANTAMENTO DE NOVEMBRO E, SE HOUVE,
      *    A QUITACAO DE DEZEMBRO) - DECTERC.
          EXEC SQL
             SELECT COALESCE(SUM(VALORADIANT
                                 + COALESCE(VALORQUIT, 0)), 0)
               INTO :WK-ADIANT-DECTER
               FROM EAD719.DECIMOTER
              WHERE CODFUN = :DB2-CODFUN
                AND ANO    = :WK-ULT-ANO
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-ADIANT-DECTER
          END-IF.
          MOVE '0852'                         TO WK-LIN-RUBRICA.
          MOVE 'ADIANTAMENTO DO 13O SALARIO'  TO WK-LIN-DESCRICAO.
          MOVE 'D'                            TO WK-LIN-TIPO.
          MOVE ZEROS                          TO WK-LIN-REFERENCIA.
          MOVE WK-ADIANT-DECTER               TO WK-LIN-VALOR.
          PERFORM 290-ACRESCENTA-VERBA.

      *    CONSIGNADO: AS PARCELAS DOS CONTRATOS ATIVOS, LIMITADAS A
      *    35% DAS VERBAS RESCISORIAS E AO QUE SOBRA DEPOIS DOS
      *    ADIANTAMENTOS - O RESTANTE O BANCO COBRA DIRETAMENTE.
          EXEC SQL
             SELECT COALESCE(SUM(PARCELA), 0)
               INTO :WK-PARCELAS-CONSIG
               FROM EAD719.CONSIGNA
              WHERE CODFUN   = :DB2-CODFUN
                AND SITUACAO IN ('A', 'R')
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-PARCELAS-CONSIG
          END-IF.
          IF   WK-PARCELAS-CONSIG > ZEROS
             COMPUTE WK-LIMITE-CONSIG ROUNDED =
                     WK-TOTAL-PROVENTOS * 35 / 100
             IF   WK-LIMITE-CONSIG >
                  WK-TOTAL-PROVENTOS - WK-TOTAL-DESCONTOS
                COMPUTE WK-LIMITE-CONSIG =
                        WK-TOTAL-PROVENTOS - WK-TOTAL-DESCONTOS
             END-IF
             IF   WK-LIMITE-CONSIG < ZEROS
                MOVE ZEROS TO WK-LIMITE-CONSIG
             END-IF
             IF   WK-PARCELAS-CONSIG > WK-LIMITE-CONSIG
                MOVE WK-LIMITE-CONSIG   TO WK-DESC-CONSIG
                DISPLAY 'CONSIGNADO DO FUNCIONARIO ' RR-CODFUN
                        ' LIMITADO A 35% DAS VERBAS - SALDO A '
                        'COBRAR PELO BANCO'
             ELSE
                MOVE WK-PARCELAS-CONSIG TO WK-DESC-CONSIG
             END-IF
             MOVE '0853'                      TO WK-LIN-RUBRICA
             MOVE 'EMPRESTIMO CONSIGNADO'     TO WK-LIN-DESCRICAO
             MOVE 'D'                         TO WK-LIN-TIPO
             MOVE ZEROS                       TO WK-LIN-REFERENCIA
             MOVE WK-DESC-CONSIG              TO WK-LIN-VALOR
             PERFORM 290-ACRESCENTA-VERBA
          END-IF.
          PERFORM 245-DESCONTA-DEVOLUCAO.

          COMPUTE WK-LIQUIDO = WK-TOTAL-PROVENTOS
                             - WK-TOTAL-DESCONTOS.
          IF   WK-LIQUIDO > ZEROS
             MOVE 'P'   TO WK-SITUACAO-PAG
          ELSE
             MOVE ZEROS TO WK-LIQUIDO
             MOVE 'N'   TO WK-SITUACAO-PAG
          END-IF.
      *
       245-DESCONTA-DEVOLUCAO.
      *    PAGAMENTO INDEVIDO (PAGINDEV) AINDA EM ABERTO: A
      *    COMPENSACAO NA RESCISAO NAO PASSA DE UM MES DE
      *    REMUNERACAO NEM DO QUE SOBRA DAS VERBAS. O DESCONTO DE
      *    UM CALCULO ANTERIOR DESTA MESMA RESCISAO NAO CONTA - ELE
      *    E SUBSTITUIDO NA GRAVACAO.
          MOVE ZEROS TO WK-RECEB-APURADO WK-RECEB-DESCONTADO
                        WK-DESC-DEVOLUCAO.
          EXEC SQL
             SELECT COALESCE(SUM(VALOR), 0)
               INTO :WK-RECEB-APURADO
               FROM EAD719.RECEBIVEL
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
          IF   SQLCODE = 0 AND WK-RECEB-APURADO > ZEROS
             EXEC SQL
                SELECT COALESCE(SUM(VALOR), 0)
                  INTO :WK-RECEB-DESCONTADO
                  FROM EAD719.RECEBMOV
                 WHERE CODFUN = :DB2-CODFUN
                   AND NOT (PROCESSO = 'CALCRESC'
                            AND PERIODO = :WK-PERIODO-RESC)
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE WK-RECEB-APURADO TO WK-RECEB-DESCONTADO
             END-IF
          END-IF.
          COMPUTE WK-SALDO-RECEBER =
                  WK-RECEB-APURADO - WK-RECEB-DESCONTADO.
          IF   WK-SALDO-RECEBER > ZEROS
             MOVE WK-BASE-RESC TO WK-LIMITE-DEVOLUCAO
             IF   WK-LIMITE-DEVOLUCAO >
                  WK-TOTAL-PROVENTOS - WK-TOTAL-DESCONTOS
                COMPUTE WK-LIMITE-DEVOLUCAO =
                        WK-TOTAL-PROVENTOS - WK-TOTAL-DESCONTOS
             END-IF
             IF   WK-LIMITE-DEVOLUCAO < ZEROS
                MOVE ZEROS TO WK-LIMITE-DEVOLUCAO
             END-IF
             IF   WK-SALDO-RECEBER > WK-LIMITE-DEVOLUCAO
                MOVE WK-LIMITE-DEVOLUCAO TO WK-DESC-DEVOLUCAO
                DISPLAY 'PAGAMENTO INDEVIDO DO FUNCIONARIO '
                        RR-CODFUN ' MAIOR QUE O LIMITE DA RESCISAO'
                        ' - SALDO A COBRAR PELO RH (PAGINDEV)'
             ELSE
                MOVE WK-SALDO-RECEBER    TO WK-DESC-DEVOLUCAO
             END-IF
             MOVE '0854'                      TO WK-LIN-RUBRICA
             MOVE 'DEVOLUCAO PAGTO INDEVIDO'  TO WK-LIN-DESCRICAO
             MOVE 'D'                         TO WK-LIN-TIPO
             MOVE ZEROS                       TO WK-LIN-REFERENCIA
             MOVE WK-DESC-DEVOLUCAO           TO WK-LIN-VALOR
             PERFORM 290-ACRESCENTA-VERBA
          END-IF.
      *
       250-CALCULA-MULTA-FGTS.
      *    MULTA DE 40% SO NA DISPENSA SEM JUSTA CAUSA, SOBRE O
      *    SALDO DA CONTA VINCULADA MAIS O DEPOSITO (8%) SOBRE O
      *    SALDO DE SALARIO, O AVISO E O 13O DA PROPRIA RESCISAO.
      *    SEM O SALDO DA CAIXA NO SYSIN, O SALDO E ESTIMADO EM 8%
      *    DAS BASES JA CALCULADAS PELA FOLHA.
          MOVE ZEROS  TO WK-MULTA-FGTS WK-SALDO-FGTS.
          MOVE SPACES TO WK-ORIGEM-FGTS.
          IF   TIPO-SEM-JUSTA-CAUSA
           AND NOT CONTRATO-ESTAGIO
             IF   RR-SALDO-FGTS IS NUMERIC
              AND RR-SALDO-FGTS > ZEROS
                MOVE RR-SALDO-FGTS TO WK-SALDO-FGTS
                MOVE 'INFORMADO'   TO WK-ORIGEM-FGTS
             ELSE
                MOVE ZEROS TO WK-BASES-FOLHA
                EXEC SQL
                   SELECT COALESCE(SUM(BASEINSS), 0)
                     INTO :WK-BASES-FOLHA
                     FROM EAD719.FOLHACALC
                    WHERE CODFUN = :DB2-CODFUN
                END-EXEC
                IF   SQLCODE NOT = 0
                   MOVE ZEROS TO WK-BASES-FOLHA
                END-IF
                COMPUTE WK-SALDO-FGTS ROUNDED =
                        WK-BASES-FOLHA * 8 / 100
                MOVE 'ESTIMADO'    TO WK-ORIGEM-FGTS
             END-IF
             COMPUTE WK-SALDO-FGTS ROUNDED = WK-SALDO-FGTS
                   + (WK-SALDO-SALARIO + WK-AVISO-INDENIZADO
                      + WK-DECTER-PROPORC) * 8 / 100
             COMPUTE WK-MULTA-FGTS ROUNDED = WK-SALDO-FGTS * 40 / 100
          END-IF.
      *
       260-GRAVA-PAGAMENTO.
      *    CALCULO AINDA NAO REMETIDO E SUBSTITUIDO; FERIAS E
      *    CONSIGNADOS ACERTADOS SAEM DO ABERTO NA MESMA UNIDADE DE
      *    TRABALHO.
          MOVE 'N' TO WK-GRAVACAO.
          EXEC SQL
             DELETE FROM EAD719.RESCPAG
              WHERE CODFUN    = :DB2-CODFUN
                AND ULTIMODIA = :RR-ULTIMO-DIA
                AND SITUACAO <> 'R'
          END-EXEC.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL
                INSERT INTO EAD719.RESCPAG
                   (CODFUN, ULTIMODIA, TIPORESC, PROVENTOS,
                    DESCONTOS, LIQUIDO, MULTAFGTS, SITUACAO,
                    DATACALC)
                   VALUES (:DB2-CODFUN, :RR-ULTIMO-DIA,
                           :WK-TIPO-RESC, :WK-TOTAL-PROVENTOS,
                           :WK-TOTAL-DESCONTOS, :WK-LIQUIDO,
                           :WK-MULTA-FGTS, :WK-SITUACAO-PAG,
                           CURRENT DATE)
             END-EXEC
          END-IF.
          IF   SQLCODE = 0
             EXEC SQL
                UPDATE EAD719.FERIAS
                   SET SITUACAO = 'R'
                 WHERE CODFUN   = :DB2-CODFUN
                   AND SITUACAO = 'A'
             END-EXEC
          END-IF.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL
                UPDATE EAD719.CONSIGNA
                   SET SITUACAO = 'R'
                 WHERE CODFUN   = :DB2-CODFUN
                   AND SITUACAO = 'A'
             END-EXEC
          END-IF.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL
                DELETE FROM EAD719.RECEBMOV
                 WHERE CODFUN   = :DB2-CODFUN
                   AND PERIODO  = :WK-PERIODO-RESC
                   AND PROCESSO = 'CALCRESC'
             END-EXEC
          END-IF.
          IF   (SQLCODE = 0 OR SQLCODE = 100)
           AND WK-DESC-DEVOLUCAO > ZEROS
             EXEC SQL
                INSERT INTO EAD719.RECEBMOV
                   (CODFUN, PERIODO, PROCESSO, VALOR, DATAMOV)
                   VALUES (:DB2-CODFUN, :WK-PERIODO-RESC, 'CALCRESC',
                           :WK-DESC-DEVOLUCAO, CURRENT DATE)
             END-EXEC
          END-IF.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL COMMIT END-EXEC
             SET GRAVACAO-OK TO TRUE
             ADD 1 TO WK-QTDE-CALCULADA
             IF   WK-SITUACAO-PAG = 'N'
                ADD 1 TO WK-QTDE-SEM-LIQUIDO
                DISPLAY 'RESCISAO DO FUNCIONARIO ' RR-CODFUN
                        ' SEM LIQUIDO A PAGAR (DESCONTOS COBREM AS '
                        'VERBAS) - ACERTO PELO RH'
             ELSE
                ADD WK-LIQUIDO TO WK-SOMA-LIQUIDO
             END-IF
          ELSE
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NA GRAVACAO DA RESCISAO DO FUNCIONARIO '
                     RR-CODFUN ' - TRCT NAO EMITIDO'
             EXEC SQL ROLLBACK END-EXEC
             ADD 1 TO WK-QTDE-ERRO
          END-IF.
      *
       270-IMPRIME-TRCT.
          EVALUATE TRUE
             WHEN TIPO-SEM-JUSTA-CAUSA
                MOVE 'DISPENSA SEM JUSTA CAUSA'  TO WK-DESC-TIPO
             WHEN TIPO-PEDIDO
                MOVE 'PEDIDO DE DEMISSAO'        TO WK-DESC-TIPO
             WHEN TIPO-JUSTA-CAUSA
                MOVE 'DISPENSA POR JUSTA CAUSA'  TO WK-DESC-TIPO
             WHEN TIPO-TERMINO
                MOVE 'TERMINO DE CONTRATO'       TO WK-DESC-TIPO
          END-EVALUATE.
          MOVE ALL '=' TO REG-TRCT.
          WRITE REG-TRCT.
          MOVE SPACES TO REG-TRCT.
          STRING 'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'
                 '          EMPRESA ' DB2-EMPRESAFUN
                 DELIMITED BY SIZE INTO REG-TRCT
          END-STRING.
          WRITE REG-TRCT.
          MOVE ALL '=' TO REG-TRCT.
          WRITE REG-TRCT.
          MOVE SPACES TO REG-TRCT.
          STRING 'EMPREGADO: ' RR-CODFUN ' ' RR-NOMEFUN
                 '  CPF: ' DB2-CPFFUN
                 DELIMITED BY SIZE INTO REG-TRCT
          END-STRING.
          WRITE REG-TRCT.
          MOVE SPACES TO REG-TRCT.
          STRING 'DEPTO: ' RR-DEPTOFUN
                 '   ADMISSAO: ' RR-ADMISSFUN
                 '   AFASTAMENTO: ' RR-ULTIMO-DIA
                 DELIMITED BY SIZE INTO REG-TRCT
          END-STRING.
          WRITE REG-TRCT.
          MOVE WK-BASE-RESC  TO WK-SALARIO-EDIT.
          MOVE RR-DIAS-AVISO TO WK-DIAS-EDIT.
          MOVE SPACES TO REG-TRCT.
          STRING 'CAUSA: ' WK-DESC-TIPO
                 ' AVISO: ' WK-DIAS-EDIT ' DIAS'
                 '  SALARIO: ' WK-SALARIO-EDIT
                 DELIMITED BY SIZE INTO REG-TRCT
          END-STRING.
          WRITE REG-TRCT.
          MOVE SPACES TO REG-TRCT.
          STRING 'MOTIVO: ' RR-CODMOTIVO ' ' RR-MOTIVO
                 '  COD. AFASTAMENTO (CAGED): ' RR-CODLEGAL
                 DELIMITED BY SIZE INTO REG-TRCT
          END-STRING.
          WRITE REG-TRCT.
          MOVE ALL '-' TO REG-TRCT.
          WRITE REG-TRCT.
          MOVE SPACES TO REG-TRCT.
          STRING 'RUBR  DESCRICAO                       REF      '
                 'PROVENTOS       DESCONTOS'
                 DELIMITED BY SIZE INTO REG-TRCT
          END-STRING.
          WRITE REG-TRCT.
          PERFORM 275-IMPRIME-VERBA
                  VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-VERBAS.
          MOVE ALL '-' TO REG-TRCT.
          WRITE REG-TRCT.
          MOVE SPACES                  TO REG-TRCT.
          MOVE 'TOTAIS'                TO TT-ROTULO.
          MOVE WK-TOTAL-PROVENTOS      TO TT-PROVENTO.
          MOVE WK-TOTAL-DESCONTOS      TO TT-DESCONTO.
          WRITE REG-TRCT.
          MOVE SPACES                  TO REG-TRCT.
          MOVE 'LIQUIDO A RECEBER'     TO TT-ROTULO.
          MOVE WK-LIQUIDO              TO TT-PROVENTO.
          WRITE REG-TRCT.
          IF   WK-MULTA-FGTS > ZEROS
             MOVE WK-MULTA-FGTS TO WK-VALOR-EDIT
             MOVE SPACES TO REG-TRCT
             STRING 'MULTA RESCISORIA FGTS 40%: ' WK-VALOR-EDIT
                    ' (SALDO ' WK-ORIGEM-FGTS ')'
                    DELIMITED BY SIZE INTO REG-TRCT
             END-STRING
             WRITE REG-TRCT
             MOVE 'RECOLHIDA NA CONTA VINCULADA, FORA DO LIQUIDO'
                                       TO REG-TRCT
             WRITE REG-TRCT
          END-IF.
          IF   WK-SITUACAO-PAG = 'N'
             MOVE 'DESCONTOS COBREM AS VERBAS - ACERTO PELO RH'
                                       TO REG-TRCT
             WRITE REG-TRCT
          END-IF.
          MOVE SPACES TO REG-TRCT.
          WRITE REG-TRCT.
          WRITE REG-TRCT.
          MOVE SPACES TO REG-TRCT.
          STRING '______________________________      '
                 '______________________________'
                 DELIMITED BY SIZE INTO REG-TRCT
          END-STRING.
          WRITE REG-TRCT.
          MOVE SPACES TO REG-TRCT.
          STRING '          EMPREGADOR                          '
                 'EMPREGADO'
                 DELIMITED BY SIZE INTO REG-TRCT
          END-STRING.
          WRITE REG-TRCT.
          MOVE SPACES TO REG-TRCT.
          WRITE REG-TRCT.
      *
       275-IMPRIME-VERBA.
          MOVE SPACES                    TO REG-TRCT.
          MOVE TV-RUBRICA(WK-IDX)        TO TD-RUBRICA.
          MOVE TV-DESCRICAO(WK-IDX)      TO TD-DESCRICAO.
          IF   TV-REFERENCIA(WK-IDX) > ZEROS
             MOVE TV-REFERENCIA(WK-IDX)  TO TD-REFERENCIA
          END-IF.
          IF   TV-TIPO(WK-IDX) = 'P'
             MOVE TV-VALOR(WK-IDX)       TO TD-PROVENTO
          ELSE
             MOVE TV-VALOR(WK-IDX)       TO TD-DESCONTO
          END-IF.
          WRITE REG-TRCT.
      *
       290-ACRESCENTA-VERBA.
      *    VERBA ZERADA NAO SAI NO TRCT.
          IF   WK-LIN-VALOR > ZEROS AND WK-QTDE-VERBAS < 15
             ADD 1 TO WK-QTDE-VERBAS
             MOVE WK-LIN-RUBRICA    TO TV-RUBRICA(WK-QTDE-VERBAS)
             MOVE WK-LIN-DESCRICAO  TO TV-DESCRICAO(WK-QTDE-VERBAS)
             MOVE WK-LIN-TIPO       TO TV-TIPO(WK-QTDE-VERBAS)
             MOVE WK-LIN-REFERENCIA TO TV-REFERENCIA(WK-QTDE-VERBAS)
             MOVE WK-LIN-VALOR      TO TV-VALOR(WK-QTDE-VERBAS)
             IF   WK-LIN-TIPO = 'P'
                ADD WK-LIN-VALOR TO WK-TOTAL-PROVENTOS
             ELSE
                ADD WK-LIN-VALOR TO WK-TOTAL-DESCONTOS
             END-IF
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-RESCISAO.
          CLOSE ARQ-TRCT.
          IF   WK-QTDE-RECUSADA    > ZEROS
            OR WK-QTDE-SEM-LIQUIDO > ZEROS
            OR WK-QTDE-ERRO        > ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
          MOVE WK-SOMA-LIQUIDO TO WK-SOMA-EDIT.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CALCULO DAS VERBAS RESCISORIAS'.
          DISPLAY '  RESCISOES LIDAS ....... ' WK-QTDE-LIDA.
          DISPLAY '  CALCULADAS (TRCT) ..... ' WK-QTDE-CALCULADA.
          DISPLAY '  SEM LIQUIDO A PAGAR ... ' WK-QTDE-SEM-LIQUIDO.
          DISPLAY '  JA REMETIDAS .......... ' WK-QTDE-JA-REMETIDA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '  COM ERRO .............. ' WK-QTDE-ERRO.
          DISPLAY '  LIQUIDO A PAGAR ....... ' WK-SOMA-EDIT.
          DISPLAY '================================================'.
          EXIT.
