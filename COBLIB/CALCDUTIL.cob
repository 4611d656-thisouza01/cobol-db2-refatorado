      * AS REGRAS DA CLT QUE NAO SAO CEGAS A FIM DE       *
      * SEMANA E FERIADO. FERIADO COM EMPRESA EM BRANCO   *
      * VALE PARA TODAS; SABADO E DOMINGO SAO SEMPRE      *
      * DIAS DE DESCANSO. FERIADO MUNICIPAL (CODMUNIC     *
      * PREENCHIDO) SO VALE PARA O DEPARTAMENTO (LK-DEPTO)*
      * CUJO ESTABELECIMENTO (EAD719.FILIAL, MANFILIA)    *
      * FICA NAQUELE MUNICIPIO; DEPARTAMENTO EM BRANCO OU *
      * SEM ESTABELECIMENTO SO VE OS FERIADOS GERAIS.     *
      *                                                   *
      * OPERACOES (LK-OPERACAO):                          *
      *   'U' - A DATA E DIA UTIL? (RESULTADO S/N)        *
      *         AJUSTADA                                  *
      *   'S' - SOMA LK-DIAS DIAS UTEIS A DATA; LK-DATA   *
      *         VOLTA COM O RESULTADO                     *
      *   'D' - DIAS DE DESCANSO SEMANAL REMUNERADO DO    *
      *         MES DA DATA (DOMINGOS E FERIADOS - AQUI O *
      *         SABADO CONTA COMO DIA UTIL, COMO NA LEI DO*
      *         DSR) EM LK-DIAS; LK-DATA VOLTA COM O      *
      *         ULTIMO DIA DO MES                         *
      *   'T' - A DATA E DIA DE TRABALHO NA ESCALA DE     *
      *         SEGUNDA A SABADO? (SO DOMINGO E FERIADO   *
      *         SAO DESCANSO - RESULTADO S/N)             *
      *****************************************************
       ENVIRONMENT                           DIVISION.
       CONFIGURATION                         SECTION.
       77  WK-CONTADOS                    PIC 9(03)  VALUE ZEROS.
       77  WK-VOLTAS                      PIC 9(03)  VALUE ZEROS.
       77  WK-IDX                         PIC 9(01)  VALUE ZEROS.
       77  WK-MES-ALVO                    PIC 9(02)  VALUE ZEROS.
       77  WK-DESCANSO                    PIC X      VALUE 'N'.
           88  DIA-DESCANSO                          VALUE 'S'.
      *    MUNICIPIO DO ESTABELECIMENTO DO ULTIMO DEPARTAMENTO
      *    PESQUISADO - AS CHAMADAS EM SEQUENCIA COSTUMAM SER DO
      *    MESMO DEPARTAMENTO.
       77  WK-DEPTO-ANT                   PIC X(03)  VALUE HIGH-VALUES.
       77  WK-CODMUNIC                    PIC X(07)  VALUE SPACES.
      *
       LINKAGE                               SECTION.
       01  LK-OPERACAO                      PIC X(01).
       01  LK-EMPRESA                       PIC X(03).
       01  LK-DEPTO                         PIC X(03).
       01  LK-DATA                          PIC X(10).
       01  LK-DIAS                          PIC 9(03).
           COPY CPYVALLK REPLACING ==LK-CAMPO-VALIDO== BY
       PROCEDURE                             DIVISION USING
                                                 LK-OPERACAO,
                                                 LK-EMPRESA,
                                                 LK-DEPTO,
                                                 LK-DATA,
                                                 LK-DIAS,
                                                 LK-DATA-VALIDA.

       PERFORM LOCALIZA-MUNICIPIO.
       PERFORM TRATA-OPERACAO.
       GOBACK.

       LOCALIZA-MUNICIPIO.
           IF   LK-DEPTO                NOT = WK-DEPTO-ANT
               MOVE LK-DEPTO TO WK-DEPTO-ANT
               MOVE SPACES   TO WK-CODMUNIC
               IF   LK-DEPTO            NOT = SPACES
                   EXEC SQL
                       SELECT E.CODMUNFIL
                         INTO :WK-CODMUNIC
                         FROM EAD719.DEPARTAMENTOS D,
                              EAD719.FILIAL E
                        WHERE D.DEPTOFUN  = :LK-DEPTO
                          AND E.CODFILIAL = D.FILIALDEP
                   END-EXEC
                   IF   SQLCODE         NOT = 0
                       MOVE SPACES TO WK-CODMUNIC
                   END-IF
               END-IF
           END-IF.

       TRATA-OPERACAO.
           MOVE 'N' TO LK-DATA-VALIDA.
           MOVE LK-DATA TO WK-DATA-PARTES.
                   WHEN 'S'
                       PERFORM SOMA-DIAS-UTEIS
                       SET DATA-VALIDA TO TRUE
                   WHEN 'D'
                       PERFORM CONTA-DESCANSO-MES
                       SET DATA-VALIDA TO TRUE
                   WHEN 'T'
                       PERFORM CONFERE-DESCANSO
                       IF   NOT DIA-DESCANSO
                           SET DATA-VALIDA TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                    WHERE DATAFERIADO = :WK-DATA-TESTE
                      AND (EMPRESA = ' '
                           OR EMPRESA = :LK-EMPRESA)
                      AND (COALESCE(CODMUNIC, ' ') = ' '
                           OR CODMUNIC = :WK-CODMUNIC)
               END-EXEC
               IF   SQLCODE = 0 AND WK-QTDE-FERIADO = ZEROS
                   SET DIA-UTIL TO TRUE
           END-PERFORM.
           PERFORM DEVOLVE-DATA.

       CONTA-DESCANSO-MES.
      *    DO DIA 1 AO ULTIMO DIA DO MES; FERIADO NO DOMINGO CONTA
      *    UMA VEZ SO.
           MOVE WK-AM-MES TO WK-MES-ALVO.
           MOVE 1         TO WK-AM-DIA.
           COMPUTE WK-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-NUM).
           MOVE ZEROS TO WK-CONTADOS.
           PERFORM UNTIL WK-AM-MES NOT = WK-MES-ALVO
               PERFORM CONFERE-DESCANSO
               IF   DIA-DESCANSO
                   ADD 1 TO WK-CONTADOS
               END-IF
               ADD 1 TO WK-INTEIRO
               COMPUTE WK-DATA-NUM =
                       FUNCTION DATE-OF-INTEGER(WK-INTEIRO)
           END-PERFORM.
           SUBTRACT 1 FROM WK-INTEIRO.
           MOVE WK-CONTADOS TO LK-DIAS.
           PERFORM DEVOLVE-DATA.

       CONFERE-DESCANSO.
           MOVE 'N' TO WK-DESCANSO.
           COMPUTE WK-DIA-SEMANA =
                   FUNCTION MOD(WK-INTEIRO - 1, 7).
           IF   WK-DIA-SEMANA = 6
               SET DIA-DESCANSO TO TRUE
           ELSE
               PERFORM MONTA-DATA-TESTE
               MOVE ZEROS TO WK-QTDE-FERIADO
               EXEC SQL
                   SELECT COUNT(*) INTO :WK-QTDE-FERIADO
                     FROM EAD719.FERIADOS
                    WHERE DATAFERIADO = :WK-DATA-TESTE
                      AND (EMPRESA = ' '
                           OR EMPRESA = :LK-EMPRESA)
                      AND (COALESCE(CODMUNIC, ' ') = ' '
                           OR CODMUNIC = :WK-CODMUNIC)
               END-EXEC
               IF   SQLCODE = 0 AND WK-QTDE-FERIADO > ZEROS
                   SET DIA-DESCANSO TO TRUE
               END-IF
           END-IF.

       DEVOLVE-DATA.
           COMPUTE WK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WK-INTEIRO).
