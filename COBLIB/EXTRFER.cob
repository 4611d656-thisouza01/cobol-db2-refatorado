      * LEIAUTE CODFUN/DEPTOFUN DO EXTRFOLHA, PARA A   *
      * FOLHA INGERIR AS FERIAS NA MESMA JANELA DOS    *
      * SALARIOS. O VALOR DEIXA DE SER DIGITADO NA     *
      * MAO. RECESSO DE ESTAGIARIO (CONTRATO G) PAGA SO*
      * OS DIAS, SEM TERCO E SEM ABONO - NAO E FERIAS. *
      * HORISTA (TIPOSAL 'H') TEM COMO BASE A MEDIA DAS*
      * HORAS DOS 12 MESES ANTERIORES AO GOZO, COM O   *
      * DSR, A VALORHORA ATUAL (CALCMEDH).             *
      *                                                *
      * LEIAUTE DO EXTRATO (EXTFER):                   *
      *   CODFUN      X(07)                            *
      *   NOMEFUN     X(30)                            *
      *   DEPTOFUN    X(03)                            *
      *   DATA INICIO X(10)  DD/MM/AAAA                *
       FILE SECTION.
       FD  ARQ-EXTRATO.
       01  REG-EXTRATO.
           05  RE-CODFUN            PIC X(07).
           05  RE-NOMEFUN           PIC X(30).
           05  RE-DEPTOFUN          PIC X(03).
           05  RE-DATAINI           PIC X(10).
       77  WK-DATAINI                PIC X(10)       VALUE SPACES.
       77  WK-DIAS                   PIC 9(02)       VALUE ZEROS.
       77  WK-DIASVENDA              PIC 9(02)       VALUE ZEROS.
       77  WK-TIPOCONTR              PIC X(01)       VALUE SPACES.
       77  WK-EMPRESAFUN             PIC X(03)       VALUE SPACES.
       77  WK-TIPOSAL                PIC X(01)       VALUE SPACES.
           88  FUNC-HORISTA                          VALUE 'H'.
       77  WK-VALORHORA              PIC 9(04)V99    VALUE ZEROS.
      *    BASE DAS FERIAS: SALARIOFUN, OU A MEDIA DO HORISTA NOS 12
      *    MESES ANTERIORES AO PERIODO DO GOZO.
       77  WK-BASE-FERIAS            PIC 9(07)V99    VALUE ZEROS.
       77  WK-PERIODO-INI            PIC 9(06)       VALUE ZEROS.
       77  WK-PERIODO-FIM            PIC 9(06)       VALUE ZEROS.
      *
      *    DATAINI E TEXTO DD/MM/AAAA (COMO ADMISSFUN NO CADASTRO) -
      *    O PERIODO SAI POR SUBSTRING. DIASVENDA E COALESCE PARA AS
           DECLARE CUR-FERIAS CURSOR FOR
               SELECT P.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                      F.SALARIOFUN, P.DATAINI, P.DIAS,
                      COALESCE(P.DIASVENDA, 0),
                      COALESCE(F.TIPOCONTR, ' '),
                      COALESCE(F.EMPRESAFUN, ' '),
                      COALESCE(F.TIPOSAL, 'M'),
                      COALESCE(F.VALORHORA, 0)
                 FROM EAD719.FERIASPROG P
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = P.CODFUN
                FETCH CUR-FERIAS
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-DEPTOFUN,
                       :DB2-SALARIOFUN, :WK-DATAINI, :WK-DIAS,
                       :WK-DIASVENDA, :WK-TIPOCONTR, :WK-EMPRESAFUN,
                       :WK-TIPOSAL, :WK-VALORHORA
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-VALORIZA-E-GRAVA
       210-VALORIZA-E-GRAVA.
      *    BASE DE 30 DIAS SOBRE O SALARIO ATUAL; O ABONO LEVA O
      *    PROPRIO TERCO EMBUTIDO (CLT).
          IF   FUNC-HORISTA
             PERFORM 215-MEDIA-HORISTA
          ELSE
             MOVE DB2-SALARIOFUN TO WK-BASE-FERIAS
          END-IF.
          COMPUTE WK-VALOR-DIA ROUNDED = WK-BASE-FERIAS / 30.
          COMPUTE WK-VALOR-GOZO ROUNDED =
                  WK-VALOR-DIA * WK-DIAS.
          COMPUTE WK-VALOR-TERCO ROUNDED =
                  WK-VALOR-GOZO / 3.
          COMPUTE WK-VALOR-ABONO ROUNDED =
                  WK-VALOR-DIA * WK-DIASVENDA * 4 / 3.
          IF   WK-TIPOCONTR = 'G'
             MOVE ZEROS TO WK-VALOR-TERCO WK-VALOR-ABONO
          END-IF.

          MOVE SPACES            TO REG-EXTRATO.
          MOVE DB2-CODFUN        TO RE-CODFUN.
          ADD 1 TO WK-QTDE-EXTRAIDA.
          COMPUTE WK-TOTAL-GERAL = WK-TOTAL-GERAL
                + WK-VALOR-GOZO + WK-VALOR-TERCO + WK-VALOR-ABONO.
      *
       215-MEDIA-HORISTA.
          COMPUTE WK-PERIODO-INI = WK-PERIODO - 100.
          IF   WK-PERIODO(5:2) = '01'
             COMPUTE WK-PERIODO-FIM = WK-PERIODO - 100 + 11
          ELSE
             COMPUTE WK-PERIODO-FIM = WK-PERIODO - 1
          END-IF.
          CALL "CALCMEDH" USING DB2-CODFUN, WK-EMPRESAFUN,
                                DB2-DEPTOFUN,
                                WK-PERIODO-INI, WK-PERIODO-FIM,
                                WK-VALORHORA, WK-BASE-FERIAS.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
