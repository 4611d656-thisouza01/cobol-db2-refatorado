       IDENTIFICATION                        DIVISION.
       PROGRAM-ID.                           VALESTAB.
      *****************************************************
      * CONFERE SE O FUNCIONARIO PODE SER DISPENSADO SEM  *
      * JUSTA CAUSA NA DATA INFORMADA (DD/MM/AAAA), OU SE *
      * ESTA EM PERIODO DE ESTABILIDADE ATIVO NO CADASTRO *
      * EAD719.ESTABILIDADE (MANESTAB). O PERIODO PROTEGE *
      * TANTO O ULTIMO DIA QUANTO O AVISO DADO HOJE: CONTA*
      * TODA ESTABILIDADE INICIADA ATE O ULTIMO DIA E     *
      * AINDA VIGENTE NA MENOR DAS DUAS DATAS. BLOQUEADO, *
      * DEVOLVE O TIPO E O FIM DA ESTABILIDADE QUE VENCE  *
      * MAIS TARDE (31/12/9999 = SEM DATA DE FIM); ERRO   *
      * NA CONSULTA TAMBEM BLOQUEIA (TIPO '?') - NA DUVIDA *
      * O DESLIGAMENTO VAI PARA REVISAO, NUNCA PASSA.     *
      * SUBROTINA DA FAMILIA VALXXXX, CHAMADA PELO        *
      * TERMINA, PELO DESLDEPT E PELO VENCECON.           *
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
       01  WK-DESLIG-PARTES.
           05  WK-DSL-DIA                 PIC X(02).
           05  FILLER                     PIC X(01).
           05  WK-DSL-MES                 PIC X(02).
           05  FILLER                     PIC X(01).
           05  WK-DSL-ANO                 PIC X(04).
       01  WK-DESLIG-ISO.
           05  WK-DSI-ANO                 PIC X(04).
           05  FILLER                     PIC X      VALUE '-'.
           05  WK-DSI-MES                 PIC X(02).
           05  FILLER                     PIC X      VALUE '-'.
           05  WK-DSI-DIA                 PIC X(02).
       01  WK-FIM-ISO                     PIC X(10)  VALUE SPACES.
       01  WK-FIM-ISO-R REDEFINES WK-FIM-ISO.
           05  WK-FMI-ANO                 PIC X(04).
           05  FILLER                     PIC X(01).
           05  WK-FMI-MES                 PIC X(02).
           05  FILLER                     PIC X(01).
           05  WK-FMI-DIA                 PIC X(02).
      *
       LINKAGE                               SECTION.
       01  LK-CODFUN-ACCEPT                 PIC X(07).
       01  LK-DATA-DESLIG                   PIC X(10).
       01  LK-TIPO-ESTAB                    PIC X(01).
       01  LK-FIM-ESTAB                     PIC X(10).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
                                       ==LK-SEM-ESTABILIDADE==
                                   ==CAMPO-VALIDO== BY
                                       ==SEM-ESTABILIDADE==.
      *
       PROCEDURE                             DIVISION USING
                                                 LK-CODFUN-ACCEPT,
                                                 LK-DATA-DESLIG,
                                                 LK-TIPO-ESTAB,
                                                 LK-FIM-ESTAB,
                                                 LK-SEM-ESTABILIDADE.

       PERFORM CONFERE-ESTABILIDADE.
       GOBACK.

       CONFERE-ESTABILIDADE.
           MOVE 'N'    TO LK-SEM-ESTABILIDADE.
           MOVE '?'    TO LK-TIPO-ESTAB.
           MOVE SPACES TO LK-FIM-ESTAB WK-FIM-ISO.
           MOVE LK-DATA-DESLIG TO WK-DESLIG-PARTES.
           MOVE WK-DSL-ANO     TO WK-DSI-ANO.
           MOVE WK-DSL-MES     TO WK-DSI-MES.
           MOVE WK-DSL-DIA     TO WK-DSI-DIA.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(DATAFIM), ISO), ' ')
                 INTO :WK-FIM-ISO
                 FROM EAD719.ESTABILIDADE
                WHERE CODFUN   = :LK-CODFUN-ACCEPT
                  AND SITUACAO = 'A'
                  AND DATAINI <= DATE(:WK-DESLIG-ISO)
                  AND DATAFIM >= CASE
                          WHEN DATE(:WK-DESLIG-ISO) < CURRENT DATE
                          THEN DATE(:WK-DESLIG-ISO)
                          ELSE CURRENT DATE END
           END-EXEC.
           IF   SQLCODE                     = 0
               IF   WK-FIM-ISO               = SPACES
                   MOVE SPACES TO LK-TIPO-ESTAB
                   SET SEM-ESTABILIDADE TO TRUE
               ELSE
                   EXEC SQL
                       SELECT MIN(TIPOESTAB) INTO :LK-TIPO-ESTAB
                         FROM EAD719.ESTABILIDADE
                        WHERE CODFUN   = :LK-CODFUN-ACCEPT
                          AND SITUACAO = 'A'
                          AND DATAFIM  = DATE(:WK-FIM-ISO)
                   END-EXEC
                   STRING WK-FMI-DIA '/' WK-FMI-MES '/' WK-FMI-ANO
                          DELIMITED BY SIZE INTO LK-FIM-ESTAB
                   END-STRING
               END-IF
           END-IF.
