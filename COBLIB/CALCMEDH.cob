       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           CALCMEDH.
      *****************************************************
      * BASE MENSAL DO HORISTA PELA MEDIA DAS HORAS DO    *
      * PERIODO DE REFERENCIA: SOMA AS HORAS NORMAIS DO   *
      * PONTO (EAD719.MOVPONTO.HORASNORM, CARGAPON) DE    *
      * CADA MES ENTRE LK-PERIODO-INI E LK-PERIODO-FIM    *
      * (AAAAMM), MAIS O DSR DE CADA MES (HORAS / DIAS    *
      * UTEIS X DOMINGOS E FERIADOS, PELO CALCDUTIL, COM  *
      * OS FERIADOS MUNICIPAIS DO DEPARTAMENTO LK-DEPTO), *
      * DIVIDE PELOS MESES COM MOVIMENTO E VALORIZA PELO  *
      * VALOR-HORA ATUAL. E A BASE QUE SUBSTITUI O        *
      * SALARIOFUN DO HORISTA NO 13O (DECTERC), NAS       *
      * FERIAS (EXTRFER) E NA RESCISAO (CALCRESC). SEM    *
      * MOVIMENTO NO PERIODO A BASE VOLTA ZERADA.         *
      * SUBROTINA COMPARTILHADA NO MOLDE DO CALCDUTIL.    *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA                                  DIVISION.
       WORKING-STORAGE                       SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE CUR-HORAS CURSOR FOR
                   SELECT PERIODO, COALESCE(SUM(HORASNORM), 0)
                     FROM EAD719.MOVPONTO
                    WHERE CODFUN  = :LK-CODFUN
                      AND PERIODO BETWEEN :LK-PERIODO-INI
                                      AND :LK-PERIODO-FIM
                    GROUP BY PERIODO
                    ORDER BY PERIODO
           END-EXEC.
      *
       01  WK-PERIODO                     PIC 9(06)  VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO                 PIC 9(04).
           05  WK-PER-MES                 PIC 9(02).
       77  WK-HORAS-MES                   PIC 9(05)V99 VALUE ZEROS.
       77  WK-HORAS-DSR                   PIC 9(05)V99 VALUE ZEROS.
       77  WK-HORAS-TOTAL                 PIC 9(07)V99 VALUE ZEROS.
       77  WK-MESES                       PIC 9(03)  VALUE ZEROS.
       77  WK-DIAS-UTEIS                  PIC 9(03)  VALUE ZEROS.
      *
      *    CHAMADA DO CALCDUTIL (OPERACAO 'D').
       77  WK-OPER-CALEN                  PIC X(01)  VALUE 'D'.
       01  WK-DATA-CALEN.
           05  WK-CAL-DIA                 PIC 99     VALUE 1.
           05  FILLER                     PIC X      VALUE '/'.
           05  WK-CAL-MES                 PIC 99.
           05  FILLER                     PIC X      VALUE '/'.
           05  WK-CAL-ANO                 PIC 9(04).
       77  WK-DIAS-DESCANSO               PIC 9(03)  VALUE ZEROS.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CALEN-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CALEN-VALIDO==.
      *
       LINKAGE                               SECTION.
       01  LK-CODFUN                        PIC X(07).
       01  LK-EMPRESA                       PIC X(03).
       01  LK-DEPTO                         PIC X(03).
       01  LK-PERIODO-INI                   PIC 9(06).
       01  LK-PERIODO-FIM                   PIC 9(06).
       01  LK-VALORHORA                     PIC 9(04)V99.
       01  LK-BASE-MENSAL                   PIC 9(07)V99.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-CODFUN,
                                                 LK-EMPRESA,
                                                 LK-DEPTO,
                                                 LK-PERIODO-INI,
                                                 LK-PERIODO-FIM,
                                                 LK-VALORHORA,
                                                 LK-BASE-MENSAL.

       PERFORM SOMA-HORAS-PERIODO.
       PERFORM CALCULA-MEDIA.
       GOBACK.

       SOMA-HORAS-PERIODO.
           MOVE ZEROS TO WK-HORAS-TOTAL WK-MESES.
           EXEC SQL
               OPEN CUR-HORAS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUR-HORAS
                     INTO :WK-PERIODO, :WK-HORAS-MES
               END-EXEC
               IF   SQLCODE = 0
                   PERFORM SOMA-DSR-MES
                   COMPUTE WK-HORAS-TOTAL = WK-HORAS-TOTAL
                         + WK-HORAS-MES + WK-HORAS-DSR
                   ADD 1 TO WK-MESES
               END-IF
           END-PERFORM.
           EXEC SQL
               CLOSE CUR-HORAS
           END-EXEC.

       SOMA-DSR-MES.
      *    DSR DO MES: AS HORAS DE CADA DIA UTIL TRABALHADO PAGAM OS
      *    DOMINGOS E FERIADOS DO MESMO MES.
           MOVE ZEROS TO WK-HORAS-DSR.
           MOVE 1          TO WK-CAL-DIA.
           MOVE WK-PER-MES TO WK-CAL-MES.
           MOVE WK-PER-ANO TO WK-CAL-ANO.
           MOVE ZEROS      TO WK-DIAS-DESCANSO.
           CALL "CALCDUTIL" USING WK-OPER-CALEN,
                                  LK-EMPRESA,
                                  LK-DEPTO,
                                  WK-DATA-CALEN,
                                  WK-DIAS-DESCANSO,
                                  WK-CALEN-VALIDO.
           IF   CALEN-VALIDO
               COMPUTE WK-DIAS-UTEIS = WK-CAL-DIA - WK-DIAS-DESCANSO
               IF   WK-DIAS-UTEIS > ZEROS
                   COMPUTE WK-HORAS-DSR ROUNDED =
                           WK-HORAS-MES / WK-DIAS-UTEIS
                                        * WK-DIAS-DESCANSO
               END-IF
           END-IF.

       CALCULA-MEDIA.
           MOVE ZEROS TO LK-BASE-MENSAL.
           IF   WK-MESES > ZEROS
               COMPUTE LK-BASE-MENSAL ROUNDED =
                       WK-HORAS-TOTAL / WK-MESES * LK-VALORHORA
           END-IF.
