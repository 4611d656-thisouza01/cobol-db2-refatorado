      * LINHA POR PERIODO AQUISITIVO JA COMPLETADO     *
      * (ANIVERSARIOS DE ADMISSFUN) QUE AINDA NAO      *
      * ESTEJA REGISTRADO, COM 30 DIAS DE DIREITO.     *
      * ESTAGIARIO (CONTRATO G) NAO TEM FERIAS, TEM    *
      * RECESSO REMUNERADO, SEM O TERCO (EXTRFER): OS  *
      * MESMOS 30 DIAS POR ANO COMPLETO DE TERMO E, NA *
      * RETA FINAL DO TCE (FIMCONTR NOS PROXIMOS 30    *
      * DIAS) QUE TERMINA ANTES DO PROXIMO ANIVERSARIO,*
      * O RECESSO PROPORCIONAL DE 2,5 DIAS POR MES     *
      * (FRACAO DE 15 DIAS CONTA MES), GRAVADO COM O   *
      * FIM DO TERMO COMO FIMPERAQ. O TERMO ADITIVO    *
      * (MANESTAG) DESFAZ O PROPORCIONAL NAO GOZADO.   *
      *                                                *
      * EAD719.FERIAS:                                 *
      *   CODFUN      X(07)                            *
      *   INIPERAQ    X(10)  DD/MM/AAAA                *
      *   FIMPERAQ    X(10)  DD/MM/AAAA                *
      *   DIASDIREITO 9(02)                            *
      *    GOZO NAO SUSPENDE O PERIODO AQUISITIVO.
       EXEC SQL
           DECLARE CUR-ATIVOS CURSOR WITH HOLD FOR
               SELECT CODFUN, ADMISSFUN, COALESCE(TIPOCONTR, ' '),
                      COALESCE(FIMCONTR, ' ')
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN IN ('A', 'V')
                ORDER BY CODFUN
           05  WK-ADM-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-ADM-ANO           PIC 9(04).
       01  WK-FIMCONTR-PARTES.
           05  WK-FCT-DIA           PIC 99.
           05  FILLER               PIC X.
           05  WK-FCT-MES           PIC 99.
           05  FILLER               PIC X.
           05  WK-FCT-ANO           PIC 9(04).
       01  WK-FIMCONTR-PARTES-X REDEFINES WK-FIMCONTR-PARTES.
           05  WK-FCT-DIA-X         PIC X(02).
           05  FILLER               PIC X.
           05  WK-FCT-MES-X         PIC X(02).
           05  FILLER               PIC X.
           05  WK-FCT-ANO-X         PIC X(04).
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
       77  WK-PERIODO-IDX            PIC 9(03)       VALUE ZEROS.
       77  WK-QTDE-FUNCIONARIOS      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-PERIODOS-NOVOS    PIC 9(05)       VALUE ZEROS.
      *
      *    RECESSO DO ESTAGIARIO.
       77  WK-TIPOCONTR              PIC X(01)       VALUE SPACES.
       77  WK-FIMCONTR               PIC X(11)       VALUE SPACES.
       77  WK-DIAS-DIREITO           PIC 9(02)       VALUE 30.
       77  WK-HOJE-INT               PIC 9(07)       VALUE ZEROS.
       77  WK-ANIVER-INT             PIC 9(07)       VALUE ZEROS.
       77  WK-FIMCONTR-INT           PIC 9(07)       VALUE ZEROS.
       77  WK-DIAS-PROPORC           PIC 9(05)       VALUE ZEROS.
       77  WK-MESES-PROPORC          PIC 9(03)       VALUE ZEROS.
      *    ANTECEDENCIA DO FIM DO TCE PARA GRAVAR O PROPORCIONAL.
       77  WK-DIAS-RETA-FINAL        PIC 9(03)       VALUE 30.
       77  WK-QTDE-RECESSO-PROP      PIC 9(05)       VALUE ZEROS.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-HOJE-INT = FUNCTION INTEGER-OF-DATE(
                  WK-HOJE-AAAA * 10000 + WK-HOJE-MM * 100
                + WK-HOJE-DD).
          EXEC SQL
             OPEN CUR-ATIVOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-ATIVOS
                  INTO :DB2-CODFUN, :DB2-ADMISSFUN,
                       :WK-TIPOCONTR, :WK-FIMCONTR
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-FUNCIONARIOS
                PERFORM 220-GRAVA-PERIODO
             END-IF
          END-PERFORM.
          IF   WK-TIPOCONTR = 'G'
           AND WK-PERIODOS-REGISTRADOS NOT > WK-PERIODOS-COMPLETOS
             PERFORM 230-RECESSO-PROPORCIONAL
          END-IF.
      *
       220-GRAVA-PERIODO.
      *    PERIODO K VAI DO ANIVERSARIO K-1 AO DIA ANTERIOR AO
          MOVE WK-ADM-DIA           TO WK-FIM-DIA.
          MOVE WK-ADM-MES           TO WK-FIM-MES.
          COMPUTE WK-FIM-ANO = WK-ADM-ANO + WK-PERIODO-IDX.
          MOVE 30                   TO WK-DIAS-DIREITO.
          PERFORM 225-INSERE-PERIODO.
      *
       225-INSERE-PERIODO.
          EXEC SQL
             INSERT INTO EAD719.FERIAS
                (CODFUN, INIPERAQ, FIMPERAQ,
                 DIASDIREITO, DIASGOZADOS, SITUACAO)
                VALUES (:DB2-CODFUN, :WK-PERIODO-INI,
                        :WK-PERIODO-FIM, :WK-DIAS-DIREITO, 0, 'A')
          END-EXEC.

          IF   SQLCODE = 0
                     ' NAO GRAVADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       230-RECESSO-PROPORCIONAL.
      *    O TCE TERMINA ANTES DE FECHAR O PROXIMO ANO: O RECESSO E
      *    PROPORCIONAL AOS MESES DESDE O ULTIMO ANIVERSARIO, E SO E
      *    GRAVADO NA RETA FINAL, QUANDO O FIM DO TERMO JA E CERTO.
          MOVE WK-FIMCONTR(1:10) TO WK-FIMCONTR-PARTES.
          IF   WK-FCT-DIA-X IS NUMERIC
           AND WK-FCT-MES-X IS NUMERIC
           AND WK-FCT-ANO-X IS NUMERIC
             COMPUTE WK-FIMCONTR-INT = FUNCTION INTEGER-OF-DATE(
                     WK-FCT-ANO * 10000 + WK-FCT-MES * 100
                   + WK-FCT-DIA)
             COMPUTE WK-ANIVER-INT = FUNCTION INTEGER-OF-DATE(
                     (WK-ADM-ANO + WK-PERIODOS-COMPLETOS) * 10000
                   + WK-ADM-MES * 100 + WK-ADM-DIA)
             IF   WK-FIMCONTR-INT > WK-ANIVER-INT
              AND WK-FIMCONTR-INT NOT > WK-HOJE-INT
                                       + WK-DIAS-RETA-FINAL
              AND WK-FIMCONTR-INT < FUNCTION INTEGER-OF-DATE(
                     (WK-ADM-ANO + WK-PERIODOS-COMPLETOS + 1)
                                                         * 10000
                   + WK-ADM-MES * 100 + WK-ADM-DIA)
                COMPUTE WK-DIAS-PROPORC =
                        WK-FIMCONTR-INT - WK-ANIVER-INT + 1
                COMPUTE WK-MESES-PROPORC =
                        (WK-DIAS-PROPORC + 15) / 30
                COMPUTE WK-DIAS-DIREITO ROUNDED =
                        WK-MESES-PROPORC * 2,5
                IF   WK-DIAS-DIREITO > ZEROS
                   MOVE WK-ADM-DIA TO WK-INI-DIA
                   MOVE WK-ADM-MES TO WK-INI-MES
                   COMPUTE WK-INI-ANO =
                           WK-ADM-ANO + WK-PERIODOS-COMPLETOS
                   MOVE WK-FCT-DIA TO WK-FIM-DIA
                   MOVE WK-FCT-MES TO WK-FIM-MES
                   MOVE WK-FCT-ANO TO WK-FIM-ANO
                   PERFORM 225-INSERE-PERIODO
                   IF   SQLCODE = 0
                      ADD 1 TO WK-QTDE-RECESSO-PROP
                   END-IF
                END-IF
             END-IF
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          DISPLAY '  FUNCIONARIOS AVALIADOS ... ' WK-QTDE-FUNCIONARIOS.
          DISPLAY '  PERIODOS NOVOS GRAVADOS .. '
                  WK-QTDE-PERIODOS-NOVOS.
          DISPLAY '  RECESSOS PROPORCIONAIS ... '
                  WK-QTDE-RECESSO-PROP.
          DISPLAY '================================================'.
          EXIT.
