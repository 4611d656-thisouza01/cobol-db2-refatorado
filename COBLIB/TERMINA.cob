      * LOTE - UMA TRANSACAO, UM DESLIGAMENTO COMPLETO.*
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR RESCISAO):   *
      *   CODFUN      X(07)                            *
      *   ULTIMO DIA  X(11)  DD/MM/AAAA                *
      *   MOTIVO      X(30)  COMPLEMENTO LIVRE (BRANCO *
      *                      = DESCRICAO DO CODIGO)    *
      *   TIPO        X(01)  S=SEM JUSTA CAUSA         *
      *                      P=PEDIDO DE DEMISSAO      *
      *                      J=JUSTA CAUSA             *
      *                      T=TERMINO DE CONTRATO     *
      *                      BRANCO = O DO CODIGO DO   *
      *                      MOTIVO; INFORMADO, TEM DE *
      *                      BATER COM ELE             *
      *   SALDO FGTS  9(07)V99 SALDO PARA FINS         *
      *                      RESCISORIOS DO EXTRATO DA *
      *                      CAIXA (OPCIONAL)          *
      *   APOSENTADO  X(01)  S=APOSENTADO (OPCIONAL)   *
      *   COD. MOTIVO X(02)  MOTIVO DE DESLIGAMENTO    *
      *                      ATIVO NO CADASTRO         *
      *                      (MANMOTDE, VALMOTDE) -    *
      *                      OBRIGATORIO. DELE SAI O   *
      *                      TIPO DA RESCISAO E O      *
      *                      CODIGO VAI AO HISTORICO   *
      *                      (LINHA 'MOTDESLIG') E AO  *
      *                      EXTRATO                   *
      * AS VERBAS EM VALOR E O TRCT SAEM DO CALCRESC,  *
      * QUE LE ESTE MESMO EXTRATO.                     *
      *                                                *
      * DISPENSA SEM JUSTA CAUSA (S) OU TERMINO DE     *
      * CONTRATO (T) DENTRO DE ESTABILIDADE ATIVA      *
      * (VALESTAB, CADASTRO MANESTAB) NAO E EFETIVADA: *
      * VAI PARA O ARQUIVO DE RESCISOES RETIDAS PARA   *
      * REVISAO (RESCRETI) E O PASSO TERMINA COM       *
      * RETURN-CODE 4.                                 *
      *                                                *
      * QUEM CONTRIBUIU PARA A PREVIDENCIA COMPLEMENTAR*
      * (EAD719.PREVCONTRIB, CALCPREV) SAI NO          *
      * RELATORIO PREVRESC COM O ACUMULADO DO          *
      * FUNCIONARIO E O DA EMPRESA, ESTE SEPARADO EM   *
      * PARTE ADQUIRIDA (PERCVEST DA FAIXA DE TEMPO DE *
      * CASA EM EAD719.PREVFAIXA) E PARTE PERDIDA; A   *
      * ADESAO ATIVA (PREVADES) E ENCERRADA NO ULTIMO  *
      * DIA TRABALHADO.                                *
      *                                                *
      * CONTINUIDADE DO PLANO DE SAUDE (LEI 9.656):    *
      * QUEM TEM ADESAO ATIVA A UM PLANO DE SAUDE      *
      * (CODBEN EM EAD719.PLANOSAUDE, MANCONT) E       *
      * CONTRIBUIU COM PARTE DA MENSALIDADE            *
      * (BENEFICIOS.VALORFUNC > 0) PODE MANTER O       *
      * PLANO PAGANDO A MENSALIDADE INTEGRAL:          *
      *   DISPENSA SEM JUSTA CAUSA - 1/3 DO TEMPO DE   *
      *     CONTRIBUICAO, ENTRE 6 E 24 MESES;          *
      *   APOSENTADO (FORA JUSTA CAUSA) - 10 ANOS OU   *
      *     MAIS DE CONTRIBUICAO, SEM PRAZO; MENOS,    *
      *     UM ANO POR ANO COMPLETO DE CONTRIBUICAO.   *
      * O ELEGIVEL FICA EM EAD719.CONTSAUDE AGUARDANDO *
      * A OPCAO (MANCONT), COM OS DEPENDENTES ATIVOS   *
      * NO DESLIGAMENTO EM EAD719.CONTDEP; A ADESAO AO *
      * PLANO NAO E CANCELADA. A COBRANCA MENSAL E O   *
      * ENCERRAMENTO SAO DO COBRCONT.                  *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RESCISAO      ASSIGN TO RESCISAO
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RETIDA        ASSIGN TO RESCRETI
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-PREVIDENCIA   ASSIGN TO PREVRESC
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-CODFUN            PIC X(07).
           05  RS-ULTIMO-DIA        PIC X(11).
           05  RS-MOTIVO            PIC X(30).
           05  RS-TIPO              PIC X(01).
           05  RS-SALDO-FGTS        PIC 9(07)V99.
           05  RS-APOSENTADO        PIC X(01).
           05  RS-CODMOTIVO         PIC X(02).
      *
       FD  ARQ-RESCISAO.
       01  REG-RESCISAO.
           05  RR-CODFUN            PIC X(07).
           05  RR-NOMEFUN           PIC X(30).
           05  RR-DEPTOFUN          PIC X(03).
           05  RR-ADMISSFUN         PIC X(10).
      *    PELO CALENDARIO DE FERIADOS (CALCDUTIL) - PRAZO QUE CAI
      *    EM FERIADO NAO PEGA MAIS NINGUEM DE SURPRESA.
           05  RR-FIM-AVISO         PIC X(10).
      *    TIPO DO DESLIGAMENTO (S/P/J/T) - DELE DEPENDE CADA VERBA
      *    DO CALCRESC - E O SALDO DO FGTS INFORMADO (ZEROS QUANDO
      *    NAO VEIO; O CALCRESC ESTIMA PELA FOLHA).
           05  RR-TIPO-RESC         PIC X(01).
           05  RR-SALDO-FGTS        PIC 9(07)V99.
      *    MOTIVO CODIFICADO (EAD719.MOTDESLIG) E O CODIGO DELE NO
      *    CAGED, QUE O CALCRESC LEVA AO TRCT.
           05  RR-CODMOTIVO         PIC X(02).
           05  RR-CODLEGAL          PIC X(02).
      *
      *    RESCISAO RETIDA POR ESTABILIDADE - MESMO LEIAUTE NO
      *    DESLDEPT E NO VENCECON.
       FD  ARQ-RETIDA.
       01  REG-RETIDA.
           05  RT-CODFUN            PIC X(07).
           05  RT-NOMEFUN           PIC X(30).
           05  RT-ULTIMO-DIA        PIC X(10).
           05  RT-MOTIVO            PIC X(30).
           05  RT-TIPO-ESTAB        PIC X(01).
           05  RT-FIM-ESTAB         PIC X(10).
           05  RT-PROGRAMA          PIC X(08).
           05  RT-CODMOTIVO         PIC X(02).
      *
      *    SALDO DA PREVIDENCIA COMPLEMENTAR NA RESCISAO, PARA A
      *    ADMINISTRADORA DO PLANO: O ACUMULADO DA EMPRESA E
      *    ADQUIRIDO (VESTING) OU PERDIDO.
       FD  ARQ-PREVIDENCIA.
       01  REG-PREVIDENCIA.
           05  RV-CODFUN            PIC X(07).
           05  RV-NOMEFUN           PIC X(30).
           05  RV-ULTIMO-DIA        PIC X(10).
           05  RV-ANOS-DE-CASA      PIC 9(02).
           05  RV-MESES-CONTRIB     PIC 9(03).
           05  RV-TOTAL-FUNC        PIC 9(09)V99.
           05  RV-TOTAL-EMP         PIC 9(09)V99.
           05  RV-PERCVEST          PIC 9(03)V99.
           05  RV-EMP-ADQUIRIDO     PIC 9(09)V99.
           05  RV-EMP-PERDIDO       PIC 9(09)V99.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
      *    EXCLUIR E SEMPRE CHAMADO EM MODO DE PRODUCAO AQUI - A
      *    RESCISAO SO RODA DEPOIS DO EXTRATO GRAVADO.
       77  WK-MODO-EXECUCAO          PIC X           VALUE 'P'.
      *
      *    TIPO DO DESLIGAMENTO: O DO MOTIVO CODIFICADO (VALMOTDE);
      *    O INFORMADO NO SYSIN SO CONFERE.
       77  WK-TIPO-RESC              PIC X(01)       VALUE SPACES.
           88  TIPO-RESC-VALIDO          VALUE 'S' 'P' 'J' 'T'.
       COPY CPYMOTDE.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-MOTIVO-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==MOTIVO-VALIDO==.
      *    MOTIVO EM TEXTO: O COMPLEMENTO DO SYSIN OU A DESCRICAO.
       77  WK-MOTIVO-TEXTO           PIC X(30)       VALUE SPACES.
      *
      *    ESTABILIDADE PROVISORIA (VALESTAB).
       77  WK-DATA-DESLIG            PIC X(10)       VALUE SPACES.
       77  WK-TIPO-ESTAB             PIC X(01)       VALUE SPACES.
       77  WK-FIM-ESTAB              PIC X(10)       VALUE SPACES.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-SEM-ESTABILIDADE==
                                   ==CAMPO-VALIDO== BY
                                       ==SEM-ESTABILIDADE==.
       77  WK-QTDE-RETIDA-ESTAB      PIC 9(05)       VALUE ZEROS.
      *
       01  WK-ADMISSFUN-PARTES.
           05  WK-ADM-DIA           PIC 99.
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
       77  WK-PERIODO-ATUAL          PIC 9(06)       VALUE ZEROS.
      *
      *    PREVIDENCIA COMPLEMENTAR ACUMULADA (PREVCONTRIB).
       77  WK-PREV-MESES             PIC 9(03)       VALUE ZEROS.
       77  WK-PREV-FUNC              PIC 9(09)V99    VALUE ZEROS.
       77  WK-PREV-EMP               PIC 9(09)V99    VALUE ZEROS.
       77  WK-PREV-PERCVEST          PIC 9(03)V99    VALUE ZEROS.
       77  WK-PREV-ADQUIRIDO         PIC 9(09)V99    VALUE ZEROS.
       77  WK-PREV-PERDIDO           PIC 9(09)V99    VALUE ZEROS.
       77  WK-QTDE-PREVIDENCIA       PIC 9(05)       VALUE ZEROS.
      *
      *    CONTINUIDADE DO PLANO DE SAUDE (EAD719.CONTSAUDE).
       77  WK-CONT-ELEGIVEL          PIC X(01)       VALUE 'N'.
           88  CONTINUIDADE-ELEGIVEL                 VALUE 'S'.
       77  WK-CONT-CODBEN            PIC X(03)       VALUE SPACES.
       77  WK-CONT-MOTIVO            PIC X(01)       VALUE SPACES.
       77  WK-CONT-MESES-CONTRIB     PIC 9(03)       VALUE ZEROS.
       77  WK-CONT-MESES-SJC         PIC 9(03)       VALUE ZEROS.
       77  WK-CONT-MESES-APOS        PIC 9(03)       VALUE ZEROS.
      *    MESES DE CONTINUIDADE - ZERO E SEM PRAZO (APOSENTADO COM
      *    10 ANOS OU MAIS DE CONTRIBUICAO).
       77  WK-CONT-MESES             PIC 9(03)       VALUE ZEROS.
       77  WK-CONT-SEM-PRAZO         PIC X(01)       VALUE 'N'.
           88  CONT-SEM-PRAZO                        VALUE 'S'.
       77  WK-CONT-ANO               PIC 9(04)       VALUE ZEROS.
       77  WK-CONT-MES               PIC 9(03)       VALUE ZEROS.
       77  WK-CONT-PERIODOINI        PIC 9(06)       VALUE ZEROS.
       77  WK-CONT-PERIODOLIM        PIC 9(06)       VALUE ZEROS.
       77  WK-CONT-DATAINI           PIC X(10)       VALUE SPACES.
       77  WK-CONT-DATAFIM           PIC X(10)       VALUE SPACES.
       77  WK-CONT-MESES-ADESAO      PIC S9(05)      VALUE ZEROS.
       77  WK-FIM-CURSOR             PIC X(01)       VALUE 'N'.
           88  FIM-CURSOR                            VALUE 'S'.
       01  WK-CONT-INI-PARTES.
           05  WK-CINI-DIA          PIC 99.
           05  FILLER               PIC X.
           05  WK-CINI-MES          PIC 99.
           05  FILLER               PIC X.
           05  WK-CINI-ANO          PIC 9(04).
       01  WK-CONT-FIM-PARTES.
           05  WK-CFIM-DIA          PIC 99.
           05  FILLER               PIC X.
           05  WK-CFIM-MES          PIC 99.
           05  FILLER               PIC X.
           05  WK-CFIM-ANO          PIC 9(04).
      *    DEPENDENTES ATIVOS NO DESLIGAMENTO - O EXCLUIR OS MARCA
      *    'D' JUNTO COM O TITULAR, ENTAO SAO GUARDADOS ANTES DELE.
       77  WK-SEQDEP                 PIC 9(02)       VALUE ZEROS.
       77  WK-QTDE-DEP-CONT          PIC 9(02)       VALUE ZEROS.
       77  WK-IDX-DEP                PIC 9(02)       VALUE ZEROS.
       01  TAB-DEP-CONT.
           05  TD-SEQDEP            PIC 9(02) OCCURS 20 TIMES.
       77  WK-QTDE-CONTINUIDADE      PIC 9(05)       VALUE ZEROS.
      *
      *    ADESOES DO FUNCIONARIO A PLANO DE SAUDE COM CONTRIBUICAO
      *    DELE - O TEMPO DE CONTRIBUICAO SAI DAS DATAS DE CADA UMA.
       EXEC SQL
           DECLARE CUR-CONTRIB-SAUDE CURSOR FOR
               SELECT DATAINI, DATAFIM
                 FROM EAD719.BENEFICIOS
                WHERE CODFUN    = :DB2-CODFUN
                  AND VALORFUNC > 0
                  AND CODBEN IN (SELECT CODBEN
                                   FROM EAD719.PLANOSAUDE)
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-DEPEND-CONT CURSOR FOR
               SELECT SEQDEP
                 FROM EAD719.DEPENDENTES
                WHERE CODFUN    = :DB2-CODFUN
                  AND STATUSDEP = 'A'
                ORDER BY SEQDEP
       END-EXEC.
      *
       77  WK-QTDE-LIDA              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DESLIGADA         PIC 9(05)       VALUE ZEROS.
                  WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          OPEN INPUT  ARQ-SYSIN.
          OPEN OUTPUT ARQ-RESCISAO.
          OPEN OUTPUT ARQ-RETIDA.
          OPEN OUTPUT ARQ-PREVIDENCIA.
          PERFORM 110-LER-TRANSACAO.
      *
       110-LER-TRANSACAO.
           AND WK-ULT-MES            <= 12
           AND WK-ULT-DIA            >= 1
           AND WK-ULT-DIA            <= 31
              PERFORM 225-DEFINE-TIPO
          ELSE
              ADD 1 TO WK-QTDE-RECUSADA
              DISPLAY 'ULTIMO DIA ' RS-ULTIMO-DIA ' INVALIDO PARA O '
                      'FUNCIONARIO ' RS-CODFUN
                      ' - RESCISAO NAO PROCESSADA'
          END-IF.
      *
       225-DEFINE-TIPO.
      *    O MOTIVO CODIFICADO E OBRIGATORIO E DECIDE O TIPO DA
      *    RESCISAO - DELE DEPENDEM AS VERBAS. TIPO INFORMADO NO
      *    SYSIN QUE NAO BATE COM O DO MOTIVO RECUSA A RESCISAO.
          MOVE RS-CODMOTIVO TO MD-CODMOTIVO.
          CALL "VALMOTDE" USING MD-MOTIVO, WK-MOTIVO-VALIDO.
          MOVE MD-TIPORESC  TO WK-TIPO-RESC.
          EVALUATE TRUE
             WHEN NOT MOTIVO-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'MOTIVO DE DESLIGAMENTO ' RS-CODMOTIVO
                        ' INVALIDO PARA O FUNCIONARIO ' RS-CODFUN
                        ' - RESCISAO NAO PROCESSADA'
             WHEN NOT TIPO-RESC-VALIDO
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'MOTIVO ' RS-CODMOTIVO ' COM TIPO DE '
                        'RESCISAO ' MD-TIPORESC ' INVALIDO (MANMOTDE)'
                        ' - RESCISAO DO FUNCIONARIO ' RS-CODFUN
                        ' NAO PROCESSADA'
             WHEN RS-TIPO NOT = SPACES AND RS-TIPO NOT = WK-TIPO-RESC
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO DE DESLIGAMENTO ' RS-TIPO ' NAO BATE '
                        'COM O MOTIVO ' RS-CODMOTIVO ' (TIPO '
                        WK-TIPO-RESC ') PARA O FUNCIONARIO '
                        RS-CODFUN ' - RESCISAO NAO PROCESSADA'
             WHEN OTHER
                IF   RS-MOTIVO = SPACES
                   MOVE MD-DESCRICAO TO WK-MOTIVO-TEXTO
                ELSE
                   MOVE RS-MOTIVO    TO WK-MOTIVO-TEXTO
                END-IF
                PERFORM 227-CONFERE-ESTABILIDADE
          END-EVALUATE.
      *
       227-CONFERE-ESTABILIDADE.
      *    PEDIDO DE DEMISSAO E JUSTA CAUSA NAO ESBARRAM NA
      *    ESTABILIDADE; DISPENSA SEM JUSTA CAUSA E TERMINO DE
      *    CONTRATO (GESTANTE E ACIDENTADO TEM ESTABILIDADE MESMO
      *    NO CONTRATO A PRAZO) FICAM RETIDOS PARA REVISAO.
          SET SEM-ESTABILIDADE TO TRUE.
          IF   WK-TIPO-RESC = 'S' OR WK-TIPO-RESC = 'T'
             MOVE RS-ULTIMO-DIA(1:10) TO WK-DATA-DESLIG
             CALL "VALESTAB" USING DB2-CODFUN,
                                   WK-DATA-DESLIG,
                                   WK-TIPO-ESTAB,
                                   WK-FIM-ESTAB,
                                   WK-SEM-ESTABILIDADE
          END-IF.
          IF   SEM-ESTABILIDADE
             PERFORM 230-CALCULA-VERBAS
             PERFORM 235-CALCULA-BANCO-HORAS
             PERFORM 240-GRAVA-EXTRATO
             PERFORM 245-APURA-CONTINUIDADE
             PERFORM 250-EFETIVA-DESLIGAMENTO
          ELSE
             PERFORM 228-RETEM-ESTABILIDADE
          END-IF.
      *
       228-RETEM-ESTABILIDADE.
          MOVE SPACES               TO REG-RETIDA.
          MOVE DB2-CODFUN           TO RT-CODFUN.
          MOVE DB2-NOMEFUN-TEXT     TO RT-NOMEFUN.
          MOVE RS-ULTIMO-DIA        TO RT-ULTIMO-DIA.
          MOVE WK-MOTIVO-TEXTO      TO RT-MOTIVO.
          MOVE WK-TIPO-ESTAB        TO RT-TIPO-ESTAB.
          MOVE WK-FIM-ESTAB         TO RT-FIM-ESTAB.
          MOVE 'TERMINA'            TO RT-PROGRAMA.
          MOVE MD-CODMOTIVO         TO RT-CODMOTIVO.
          WRITE REG-RETIDA.
          ADD 1 TO WK-QTDE-RETIDA-ESTAB.
          DISPLAY 'FUNCIONARIO ' RS-CODFUN ' EM ESTABILIDADE '
                  WK-TIPO-ESTAB ' ATE ' WK-FIM-ESTAB
                  ' - RESCISAO RETIDA PARA REVISAO (RESCRETI)'.
      *
       230-CALCULA-VERBAS.
          MOVE DB2-ADMISSFUN(1:10)  TO WK-ADMISSFUN-PARTES.
          MOVE ZEROS TO WK-DIAS-CALEN.
          CALL "CALCDUTIL" USING WK-OPER-CALEN,
                                 WK-EMPRESA-FUNC,
                                 DB2-DEPTOFUN,
                                 WK-DATA-CALEN,
                                 WK-DIAS-CALEN,
                                 WK-CALEN-OK.
          MOVE DB2-DEPTOFUN         TO RR-DEPTOFUN.
          MOVE DB2-ADMISSFUN        TO RR-ADMISSFUN.
          MOVE RS-ULTIMO-DIA        TO RR-ULTIMO-DIA.
          MOVE WK-MOTIVO-TEXTO      TO RR-MOTIVO.
          MOVE WK-ANOS-DE-CASA      TO RR-ANOS-DE-CASA.
          MOVE WK-ANOS-BRUTOS       TO RR-ANOS-BRUTOS.
          MOVE WK-MESES-SUSPENSOS   TO RR-MESES-SUSP.
          MOVE WK-SALDO-BANCO       TO RR-HORAS-BANCO.
          MOVE WK-VALOR-BANCO       TO RR-VALOR-BANCO.
          MOVE WK-DATA-CALEN        TO RR-FIM-AVISO.
          MOVE WK-TIPO-RESC         TO RR-TIPO-RESC.
          IF   RS-SALDO-FGTS IS NUMERIC
             MOVE RS-SALDO-FGTS     TO RR-SALDO-FGTS
          ELSE
             MOVE ZEROS             TO RR-SALDO-FGTS
          END-IF.
          MOVE MD-CODMOTIVO         TO RR-CODMOTIVO.
          MOVE MD-CODLEGAL          TO RR-CODLEGAL.
          WRITE REG-RESCISAO.
      *
       245-APURA-CONTINUIDADE.
      *    SO DISPENSA SEM JUSTA CAUSA OU APOSENTADO QUE NAO SAIU
      *    POR JUSTA CAUSA, COM ADESAO ATIVA A PLANO DE SAUDE.
          MOVE 'N'    TO WK-CONT-ELEGIVEL WK-CONT-SEM-PRAZO.
          MOVE SPACES TO WK-CONT-CODBEN.
          MOVE ZEROS  TO WK-CONT-MESES-CONTRIB WK-CONT-MESES
                         WK-CONT-MESES-SJC WK-CONT-MESES-APOS
                         WK-QTDE-DEP-CONT.
          IF   WK-TIPO-RESC = 'S'
            OR (RS-APOSENTADO = 'S' AND WK-TIPO-RESC NOT = 'J')
             EXEC SQL
                SELECT COALESCE(MIN(CODBEN), ' ')
                  INTO :WK-CONT-CODBEN
                  FROM EAD719.BENEFICIOS
                 WHERE CODFUN  = :DB2-CODFUN
                   AND DATAFIM = ' '
                   AND CODBEN IN (SELECT CODBEN
                                    FROM EAD719.PLANOSAUDE)
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE SPACES TO WK-CONT-CODBEN
             END-IF
          END-IF.
          IF   WK-CONT-CODBEN NOT = SPACES
             PERFORM 246-SOMA-CONTRIBUICAO
          END-IF.
          IF   WK-CONT-MESES-CONTRIB > ZEROS
      *       SEM JUSTA CAUSA: UM TERCO, MINIMO 6 E MAXIMO 24.
             IF   WK-TIPO-RESC = 'S'
                COMPUTE WK-CONT-MESES-SJC =
                        WK-CONT-MESES-CONTRIB / 3
                IF   WK-CONT-MESES-SJC < 6
                   MOVE 6  TO WK-CONT-MESES-SJC
                END-IF
                IF   WK-CONT-MESES-SJC > 24
                   MOVE 24 TO WK-CONT-MESES-SJC
                END-IF
                MOVE 'S' TO WK-CONT-MOTIVO
                MOVE WK-CONT-MESES-SJC TO WK-CONT-MESES
                SET CONTINUIDADE-ELEGIVEL TO TRUE
             END-IF
      *       APOSENTADO: VALE A REGRA MAIS FAVORAVEL DAS DUAS.
             IF   RS-APOSENTADO = 'S' AND WK-TIPO-RESC NOT = 'J'
                IF   WK-CONT-MESES-CONTRIB >= 120
                   MOVE 'A' TO WK-CONT-MOTIVO
                   SET CONT-SEM-PRAZO TO TRUE
                   MOVE ZEROS TO WK-CONT-MESES
                   SET CONTINUIDADE-ELEGIVEL TO TRUE
                ELSE
                   COMPUTE WK-CONT-MESES-APOS =
                           (WK-CONT-MESES-CONTRIB / 12) * 12
                   IF   WK-CONT-MESES-APOS > WK-CONT-MESES
                      MOVE 'A' TO WK-CONT-MOTIVO
                      MOVE WK-CONT-MESES-APOS TO WK-CONT-MESES
                      SET CONTINUIDADE-ELEGIVEL TO TRUE
                   END-IF
                END-IF
             END-IF
          END-IF.
          IF   CONTINUIDADE-ELEGIVEL
             PERFORM 247-GUARDA-DEPENDENTES
          END-IF.
      *
       246-SOMA-CONTRIBUICAO.
      *    MESES COMPLETOS DE CADA ADESAO COM CONTRIBUICAO; A ATIVA
      *    CONTA ATE O ULTIMO DIA TRABALHADO.
          EXEC SQL
             OPEN CUR-CONTRIB-SAUDE
          END-EXEC.
          MOVE 'N' TO WK-FIM-CURSOR.
          PERFORM UNTIL FIM-CURSOR
             EXEC SQL
                FETCH CUR-CONTRIB-SAUDE
                  INTO :WK-CONT-DATAINI, :WK-CONT-DATAFIM
             END-EXEC
             IF   SQLCODE = 0
                IF   WK-CONT-DATAFIM = SPACES
                   MOVE RS-ULTIMO-DIA(1:10) TO WK-CONT-DATAFIM
                END-IF
                MOVE WK-CONT-DATAINI TO WK-CONT-INI-PARTES
                MOVE WK-CONT-DATAFIM TO WK-CONT-FIM-PARTES
                IF   WK-CONT-INI-PARTES(1:2) IS NUMERIC
                 AND WK-CONT-INI-PARTES(4:2) IS NUMERIC
                 AND WK-CONT-INI-PARTES(7:4) IS NUMERIC
                 AND WK-CONT-FIM-PARTES(1:2) IS NUMERIC
                 AND WK-CONT-FIM-PARTES(4:2) IS NUMERIC
                 AND WK-CONT-FIM-PARTES(7:4) IS NUMERIC
                   COMPUTE WK-CONT-MESES-ADESAO =
                           ((WK-CFIM-ANO - WK-CINI-ANO) * 12)
                         + (WK-CFIM-MES - WK-CINI-MES)
                   IF   WK-CFIM-DIA < WK-CINI-DIA
                      SUBTRACT 1 FROM WK-CONT-MESES-ADESAO
                   END-IF
                   IF   WK-CONT-MESES-ADESAO > ZEROS
                      ADD WK-CONT-MESES-ADESAO
                       TO WK-CONT-MESES-CONTRIB
                   END-IF
                END-IF
             ELSE
                SET FIM-CURSOR TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CONTRIB-SAUDE
          END-EXEC.
      *
       247-GUARDA-DEPENDENTES.
          EXEC SQL
             OPEN CUR-DEPEND-CONT
          END-EXEC.
          MOVE 'N' TO WK-FIM-CURSOR.
          PERFORM UNTIL FIM-CURSOR
             EXEC SQL
                FETCH CUR-DEPEND-CONT
                  INTO :WK-SEQDEP
             END-EXEC
             IF   SQLCODE = 0 AND WK-QTDE-DEP-CONT < 20
                ADD 1 TO WK-QTDE-DEP-CONT
                MOVE WK-SEQDEP TO TD-SEQDEP(WK-QTDE-DEP-CONT)
             ELSE
                SET FIM-CURSOR TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-DEPEND-CONT
          END-EXEC.
      *
       250-EFETIVA-DESLIGAMENTO.
      *    SO DEPOIS DO EXTRATO GRAVADO O DESLIGAMENTO E EFETIVADO,
             ADD 1 TO WK-QTDE-DESLIGADA
      *       O MOTIVO DISTINTO DO DESLIGAMENTO FICA NO HISTORICO,
      *       AO LADO DA LINHA DE STATUSFUN QUE O EXCLUIR JA GRAVOU
      *       - E, NA LINHA 'MOTDESLIG', O CODIGO DO MOTIVO, QUE O
      *       CAGEDMOV, O RELTURNO E O RELSAIDA LEEM.
             MOVE DB2-CODFUN          TO DB2-HIST-CODFUN
             MOVE 'DESLIGAMTO'        TO DB2-HIST-CAMPO
             MOVE RS-ULTIMO-DIA       TO DB2-HIST-ANTIGO
             MOVE WK-MOTIVO-TEXTO     TO DB2-HIST-NOVO
             PERFORM GRAVA-HISTORICO
             MOVE 'MOTDESLIG'         TO DB2-HIST-CAMPO
             MOVE RS-ULTIMO-DIA       TO DB2-HIST-ANTIGO
             MOVE MD-CODMOTIVO        TO DB2-HIST-NOVO
             PERFORM GRAVA-HISTORICO
             EXEC SQL COMMIT END-EXEC
             IF   WK-SALDO-BANCO > ZEROS
                PERFORM 260-QUITA-BANCO-HORAS
             END-IF
             PERFORM 270-APURA-PREVIDENCIA
             IF   CONTINUIDADE-ELEGIVEL
                PERFORM 280-GRAVA-CONTINUIDADE
             END-IF
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'RESCISAO DO FUNCIONARIO ' RS-CODFUN ' FICOU '
                     ' NAO QUITADO NO RAZAO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       270-APURA-PREVIDENCIA.
      *    A PARTE DO FUNCIONARIO E SEMPRE DELE; A DA EMPRESA SO NA
      *    PROPORCAO DA FAIXA QUE O TEMPO DE CASA ALCANCA (O MESMO
      *    TEMPO DAS VERBAS, SEM OS MESES SUSPENSOS).
          MOVE ZEROS TO WK-PREV-MESES WK-PREV-FUNC WK-PREV-EMP
                        WK-PREV-PERCVEST.
          EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(VALORFUNC), 0),
                    COALESCE(SUM(VALOREMP), 0)
               INTO :WK-PREV-MESES, :WK-PREV-FUNC, :WK-PREV-EMP
               FROM EAD719.PREVCONTRIB
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'PREVIDENCIA DO FUNCIONARIO ' DB2-CODFUN
                     ' NAO APURADA - ' WK-SQLCODE-EDIT ' - '
                     WK-SQLCODE-MSG
             MOVE ZEROS TO WK-PREV-MESES
          END-IF.
          IF   WK-PREV-MESES > ZEROS
             EXEC SQL
                SELECT PERCVEST
                  INTO :WK-PREV-PERCVEST
                  FROM EAD719.PREVFAIXA
                 WHERE ANOSMIN =
                       (SELECT MAX(ANOSMIN)
                          FROM EAD719.PREVFAIXA
                         WHERE ANOSMIN <= :WK-ANOS-DE-CASA)
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE ZEROS TO WK-PREV-PERCVEST
             END-IF
             COMPUTE WK-PREV-ADQUIRIDO ROUNDED =
                     WK-PREV-EMP * WK-PREV-PERCVEST / 100
             COMPUTE WK-PREV-PERDIDO =
                     WK-PREV-EMP - WK-PREV-ADQUIRIDO
             MOVE SPACES               TO REG-PREVIDENCIA
             MOVE DB2-CODFUN           TO RV-CODFUN
             MOVE DB2-NOMEFUN-TEXT     TO RV-NOMEFUN
             MOVE RS-ULTIMO-DIA        TO RV-ULTIMO-DIA
             MOVE WK-ANOS-DE-CASA      TO RV-ANOS-DE-CASA
             MOVE WK-PREV-MESES        TO RV-MESES-CONTRIB
             MOVE WK-PREV-FUNC         TO RV-TOTAL-FUNC
             MOVE WK-PREV-EMP          TO RV-TOTAL-EMP
             MOVE WK-PREV-PERCVEST     TO RV-PERCVEST
             MOVE WK-PREV-ADQUIRIDO    TO RV-EMP-ADQUIRIDO
             MOVE WK-PREV-PERDIDO      TO RV-EMP-PERDIDO
             WRITE REG-PREVIDENCIA
             ADD 1 TO WK-QTDE-PREVIDENCIA
          END-IF.
      *    A ADESAO ATIVA TERMINA COM O VINCULO - O CALCPREV NAO A
      *    VE MAIS (SO PEGA ATIVO), MAS O CADASTRO FICA CORRETO.
          MOVE RS-ULTIMO-DIA(1:10) TO WK-DATA-DESLIG.
          EXEC SQL
             UPDATE EAD719.PREVADES
                SET DATAFIM = :WK-DATA-DESLIG
              WHERE CODFUN  = :DB2-CODFUN
                AND DATAFIM = ' '
          END-EXEC.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL COMMIT END-EXEC
          ELSE
             DISPLAY 'ADESAO A PREVIDENCIA DO FUNCIONARIO '
                     DB2-CODFUN ' NAO ENCERRADA - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       280-GRAVA-CONTINUIDADE.
      *    A COBRANCA COMECA NO MES SEGUINTE AO DO ULTIMO DIA; O
      *    PRAZO CONTA DAI. A ADESAO AO PLANO CONTINUA ATIVA ATE A
      *    OPCAO DO EX-FUNCIONARIO OU O ENCERRAMENTO PELO COBRCONT.
          MOVE WK-ULT-ANO TO WK-CONT-ANO.
          COMPUTE WK-CONT-MES = WK-ULT-MES + 1.
          IF   WK-CONT-MES > 12
             MOVE 1 TO WK-CONT-MES
             ADD 1 TO WK-CONT-ANO
          END-IF.
          COMPUTE WK-CONT-PERIODOINI = WK-CONT-ANO * 100 + WK-CONT-MES.
          IF   CONT-SEM-PRAZO
             MOVE ZEROS TO WK-CONT-PERIODOLIM
          ELSE
             COMPUTE WK-CONT-MES = WK-CONT-MES + WK-CONT-MESES - 1
             PERFORM UNTIL WK-CONT-MES <= 12
                SUBTRACT 12 FROM WK-CONT-MES
                ADD 1 TO WK-CONT-ANO
             END-PERFORM
             COMPUTE WK-CONT-PERIODOLIM =
                     WK-CONT-ANO * 100 + WK-CONT-MES
          END-IF.
          MOVE RS-ULTIMO-DIA(1:10) TO WK-DATA-DESLIG.
          EXEC SQL
             INSERT INTO EAD719.CONTSAUDE
                (CODFUN, CODBEN, MOTIVO, MESESCONTR, MESES,
                 DATADESLIG, PERIODOINI, PERIODOLIM, SITUACAO,
                 DATAOPCAO, DATAFIM, PERIODOFIM)
                VALUES (:DB2-CODFUN, :WK-CONT-CODBEN,
                        :WK-CONT-MOTIVO, :WK-CONT-MESES-CONTRIB,
                        :WK-CONT-MESES, :WK-DATA-DESLIG,
                        :WK-CONT-PERIODOINI, :WK-CONT-PERIODOLIM,
                        'E', ' ', ' ', 0)
          END-EXEC.
          PERFORM VARYING WK-IDX-DEP FROM 1 BY 1
                  UNTIL WK-IDX-DEP > WK-QTDE-DEP-CONT
                     OR SQLCODE NOT = 0
             MOVE TD-SEQDEP(WK-IDX-DEP) TO WK-SEQDEP
             EXEC SQL
                INSERT INTO EAD719.CONTDEP
                   (CODFUN, SEQDEP)
                   VALUES (:DB2-CODFUN, :WK-SEQDEP)
             END-EXEC
          END-PERFORM.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-CONTINUIDADE
             IF   CONT-SEM-PRAZO
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' ELEGIVEL A '
                        'CONTINUIDADE DO PLANO ' WK-CONT-CODBEN
                        ' SEM PRAZO (APOSENTADO) - AGUARDA OPCAO '
                        '(MANCONT)'
             ELSE
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' ELEGIVEL A '
                        'CONTINUIDADE DO PLANO ' WK-CONT-CODBEN
                        ' POR ' WK-CONT-MESES ' MESES, ATE '
                        WK-CONT-PERIODOLIM ' - AGUARDA OPCAO '
                        '(MANCONT)'
             END-IF
          ELSE
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'CONTINUIDADE DO PLANO DE SAUDE DO FUNCIONARIO '
                     DB2-CODFUN ' NAO GRAVADA - ' WK-SQLCODE-EDIT
                     ' - ' WK-SQLCODE-MSG
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          CLOSE ARQ-RESCISAO.
          CLOSE ARQ-RETIDA.
          CLOSE ARQ-PREVIDENCIA.
          IF   WK-QTDE-RETIDA-ESTAB > ZEROS
               AND RETURN-CODE = ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO PROCESSAMENTO DE RESCISOES'.
          DISPLAY '  RESCISOES LIDAS ....... ' WK-QTDE-LIDA.
          DISPLAY '  DESLIGADOS ............ ' WK-QTDE-DESLIGADA.
          DISPLAY '  RECUSADAS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '  RETIDAS P/ CHECKLIST .. ' WK-QTDE-RETIDA.
          DISPLAY '  RETIDAS P/ ESTABILID. . ' WK-QTDE-RETIDA-ESTAB.
          DISPLAY '  SALDOS DE PREVIDENCIA . ' WK-QTDE-PREVIDENCIA.
          DISPLAY '  CONTINUIDADE DE PLANO . ' WK-QTDE-CONTINUIDADE.
          DISPLAY '================================================'.
          EXIT.
