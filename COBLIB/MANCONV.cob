        IDENTIFICATION DIVISION.
        PROGRAM-ID.    MANCONV.
        AUTHOR.        THIAGO.
      **************************************************
      * CADASTRO DAS CONVENCOES COLETIVAS DE CADA      *
      * SINDICATO (EAD719.CONVCOL) E DOS PISOS         *
      * SALARIAIS POR GRUPO DE CARGO DE CADA CONVENCAO *
      * (EAD719.PISOCONV) - O QUE ATE AQUI SO EXISTIA  *
      * NO PDF DA CONVENCAO. O VALSALAR RECUSA SALARIO *
      * ABAIXO DO PISO DO SINDICATO DO FUNCIONARIO, O  *
      * RELDTBAS AVISA A DATA-BASE QUE SE APROXIMA E O *
      * VIRAANO COBRA CONVENCAO VIGENTE NO ANO NOVO.   *
      *                                                *
      * GRUPO DE CARGO E UM PREFIXO DO CODIGO DO CARGO *
      * ('AN' ALCANCA AN01, AN02...); VALE O GRUPO     *
      * MAIS ESPECIFICO QUE ALCANCA O CARGO. GRUPO EM  *
      * BRANCO E O PISO GERAL DA CATEGORIA.            *
      *                                                *
      * EAD719.CONVCOL:                                *
      *   CODSIND   X(03)                              *
      *   DATAINI   DATE   INICIO DA VIGENCIA          *
      *   DATAFIM   DATE   FIM DA VIGENCIA             *
      *   MESBASE   9(02)  MES DA DATA-BASE            *
      *   DOCUMENTO X(30)  REGISTRO/PDF DA CONVENCAO   *
      *   DATAREG   DATE                               *
      * EAD719.PISOCONV:                               *
      *   CODSIND   X(03)                              *
      *   DATAINI   DATE   CONVENCAO A QUE PERTENCE    *
      *   GRUPOCARGO X(04) PREFIXO DO CARGO (BRANCO =  *
      *                    PISO GERAL)                 *
      *   PISO      9(06)V99                           *
      *                                                *
      * LEIAUTE DO SYSIN (UM REGISTRO POR OPERACAO):   *
      *   OPERACAO  X(01)  I=INCLUI A=ALTERA E=EXCLUI  *
      *                    L=LISTA (SINDICATO EM       *
      *                      BRANCO = TODOS)           *
      *   TIPO      X(01)  C=CONVENCAO P=PISO          *
      *   CODSIND   X(03)                              *
      *   DATA INI  X(10)  DD/MM/AAAA                  *
      *   PARA TIPO C:                                 *
      *     DATA FIM  X(10)  DD/MM/AAAA                *
      *     MESBASE   9(02)                            *
      *     DOCUMENTO X(30)                            *
      *   PARA TIPO P:                                 *
      *     GRUPO     X(04)                            *
      *     PISO      9(06)V99                         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SYSIN         ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN.
           05  RS-OPERACAO          PIC X(01).
           05  RS-TIPO              PIC X(01).
           05  RS-CODSIND           PIC X(03).
           05  RS-DATAINI           PIC X(10).
           05  RS-DADOS-CONV.
               10  RS-DATAFIM       PIC X(10).
               10  RS-MESBASE       PIC X(02).
               10  RS-DOCUMENTO     PIC X(30).
           05  RS-DADOS-PISO REDEFINES RS-DADOS-CONV.
               10  RS-GRUPO         PIC X(04).
               10  RS-PISO          PIC 9(06)V99.
               10  FILLER           PIC X(30).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * Variaveis de controle SQL
       COPY SQLVARS.
       COPY CPYSQLMSG.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-FIM-CONVCOL            PIC X           VALUE 'N'.
           88  FIM-CONVCOL                           VALUE 'S'.
       77  WK-DATAS-OK               PIC X           VALUE 'N'.
           88  DATAS-OK                              VALUE 'S'.
       77  WK-MESBASE                PIC 9(02)       VALUE ZEROS.
       77  WK-QTDE-EXISTE            PIC 9(04)       VALUE ZEROS.
       77  WK-QTDE-SOBREPOE          PIC 9(04)       VALUE ZEROS.
       77  WK-QTDE-CARGOS            PIC 9(04)       VALUE ZEROS.
       77  WK-PISO-EDIT              PIC ZZZ.ZZ9,99  VALUE ZEROS.
      *
      *    DATAS DO SYSIN (DD/MM/AAAA) NO FORMATO ISO DO DB2.
       01  WK-DATA-PARTES.
           05  WK-DTP-DIA           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DTP-MES           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DTP-ANO           PIC X(04).
       01  WK-DATA-PARTES-N REDEFINES WK-DATA-PARTES.
           05  WK-DTN-DIA           PIC 9(02).
           05  FILLER               PIC X(01).
           05  WK-DTN-MES           PIC 9(02).
           05  FILLER               PIC X(01).
           05  WK-DTN-ANO           PIC 9(04).
       01  WK-INI-ISO.
           05  WK-INI-ANO           PIC X(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-INI-MES           PIC X(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-INI-DIA           PIC X(02).
       01  WK-FIM-ISO.
           05  WK-FIM-ANO           PIC X(04).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-FIM-MES           PIC X(02).
           05  FILLER               PIC X      VALUE '-'.
           05  WK-FIM-DIA           PIC X(02).
      *
      *    LINHA DA LISTA.
       77  WK-LST-CODSIND            PIC X(03)       VALUE SPACES.
       77  WK-LST-INI                PIC X(10)       VALUE SPACES.
       77  WK-LST-FIM                PIC X(10)       VALUE SPACES.
       77  WK-LST-MESBASE            PIC 9(02)       VALUE ZEROS.
       77  WK-LST-DOCUMENTO          PIC X(30)       VALUE SPACES.
       77  WK-LST-GRUPO              PIC X(04)       VALUE SPACES.
       77  WK-LST-PISO               PIC 9(06)V99    VALUE ZEROS.
      *
       77  WK-QTDE-MANTIDA           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-CONVCOL CURSOR FOR
               SELECT CODSIND, CHAR(DATAINI, EUR), CHAR(DATAFIM, EUR),
                      MESBASE, DOCUMENTO
                 FROM EAD719.CONVCOL
                WHERE (CODSIND = :RS-CODSIND OR :RS-CODSIND = ' ')
                ORDER BY CODSIND, DATAINI
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-PISOCONV CURSOR FOR
               SELECT GRUPOCARGO, PISO
                 FROM EAD719.PISOCONV
                WHERE CODSIND = :WK-LST-CODSIND
                  AND DATAINI = DATE(:WK-INI-ISO)
                ORDER BY GRUPOCARGO
       END-EXEC.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          PERFORM 201-PROCESSAR UNTIL FIM-SYSIN.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          OPEN INPUT ARQ-SYSIN.
          PERFORM 110-LER-TRANSACAO.
      *
       110-LER-TRANSACAO.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EVALUATE TRUE
             WHEN RS-OPERACAO = 'L'
                PERFORM 270-LISTA-CONVENCOES
             WHEN RS-TIPO NOT = 'C' AND RS-TIPO NOT = 'P'
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'TIPO ' RS-TIPO ' INVALIDO - USE C '
                        '(CONVENCAO) OU P (PISO)'
             WHEN RS-OPERACAO = 'I' AND RS-TIPO = 'C'
                PERFORM 210-INCLUI-CONVENCAO
             WHEN RS-OPERACAO = 'A' AND RS-TIPO = 'C'
                PERFORM 220-ALTERA-CONVENCAO
             WHEN RS-OPERACAO = 'E' AND RS-TIPO = 'C'
                PERFORM 230-EXCLUI-CONVENCAO
             WHEN RS-OPERACAO = 'I'
                PERFORM 240-INCLUI-PISO
             WHEN RS-OPERACAO = 'A'
                PERFORM 250-ALTERA-PISO
             WHEN RS-OPERACAO = 'E'
                PERFORM 260-EXCLUI-PISO
             WHEN OTHER
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'OPERACAO ' RS-OPERACAO ' INVALIDA - USE '
                        'I, A, E OU L'
          END-EVALUATE.
          PERFORM 110-LER-TRANSACAO.
      *
       210-INCLUI-CONVENCAO.
          PERFORM 280-CONFERE-CONVENCAO.
          IF   DATAS-OK
             MOVE ZEROS TO WK-QTDE-EXISTE
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-EXISTE
                  FROM EAD719.SINDICATO
                 WHERE CODSIND = :RS-CODSIND
             END-EXEC
      *       DUAS CONVENCOES DO MESMO SINDICATO NAO PODEM VALER NO
      *       MESMO DIA - O PISO DO DIA FICARIA AMBIGUO.
             MOVE ZEROS TO WK-QTDE-SOBREPOE
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-SOBREPOE
                  FROM EAD719.CONVCOL
                 WHERE CODSIND = :RS-CODSIND
                   AND DATAINI <= DATE(:WK-FIM-ISO)
                   AND DATAFIM >= DATE(:WK-INI-ISO)
             END-EXEC
          END-IF.

          EVALUATE TRUE
             WHEN NOT DATAS-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'CONVENCAO DO SINDICATO ' RS-CODSIND
                        ' RECUSADA - VIGENCIA ' RS-DATAINI ' A '
                        RS-DATAFIM ' OU MES DA DATA-BASE '
                        RS-MESBASE ' INVALIDOS'
             WHEN WK-QTDE-EXISTE = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'SINDICATO ' RS-CODSIND ' NAO CADASTRADO - '
                        'CONVENCAO RECUSADA'
             WHEN WK-QTDE-SOBREPOE > ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'SINDICATO ' RS-CODSIND ' JA TEM CONVENCAO '
                        'VALENDO ENTRE ' RS-DATAINI ' E ' RS-DATAFIM
                        ' - CONVENCAO RECUSADA'
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.CONVCOL
                      (CODSIND, DATAINI, DATAFIM, MESBASE, DOCUMENTO,
                       DATAREG)
                      VALUES (:RS-CODSIND, DATE(:WK-INI-ISO),
                              DATE(:WK-FIM-ISO), :WK-MESBASE,
                              :RS-DOCUMENTO, CURRENT DATE)
                END-EXEC
                IF   SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'CONVENCAO DO SINDICATO ' RS-CODSIND
                           ' DE ' RS-DATAINI ' A ' RS-DATAFIM
                           ' (DATA-BASE MES ' WK-MESBASE ') INCLUIDA'
                ELSE
                   ADD 1 TO WK-QTDE-RECUSADA
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                         WK-SQLCODE-MSG
                   DISPLAY 'CONVENCAO NAO INCLUIDA - '
                           WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                   EXEC SQL ROLLBACK END-EXEC
                END-IF
          END-EVALUATE.
      *
       220-ALTERA-CONVENCAO.
      *    ALTERA FIM DA VIGENCIA, DATA-BASE E DOCUMENTO (TERMO
      *    ADITIVO) - O INICIO IDENTIFICA A CONVENCAO E NAO MUDA.
          PERFORM 280-CONFERE-CONVENCAO.
          IF   NOT DATAS-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'CONVENCAO DO SINDICATO ' RS-CODSIND
                     ' NAO ALTERADA - VIGENCIA ' RS-DATAINI ' A '
                     RS-DATAFIM ' OU MES DA DATA-BASE ' RS-MESBASE
                     ' INVALIDOS'
          ELSE
             EXEC SQL
                UPDATE EAD719.CONVCOL
                   SET DATAFIM   = DATE(:WK-FIM-ISO),
                       MESBASE   = :WK-MESBASE,
                       DOCUMENTO = :RS-DOCUMENTO
                 WHERE CODSIND = :RS-CODSIND
                   AND DATAINI = DATE(:WK-INI-ISO)
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'CONVENCAO DO SINDICATO ' RS-CODSIND
                           ' INICIADA EM ' RS-DATAINI ' ALTERADA'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'CONVENCAO DO SINDICATO ' RS-CODSIND
                           ' INICIADA EM ' RS-DATAINI ' NAO EXISTE'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'CONVENCAO NAO ALTERADA - SQLCODE '
                           SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       230-EXCLUI-CONVENCAO.
      *    OS PISOS SAEM JUNTO COM A CONVENCAO, NA MESMA UNIDADE DE
      *    TRABALHO.
          PERFORM 290-CONFERE-INICIO.
          IF   NOT DATAS-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'DATA ' RS-DATAINI ' INVALIDA - EXCLUSAO '
                     'RECUSADA'
          ELSE
             EXEC SQL
                DELETE FROM EAD719.PISOCONV
                 WHERE CODSIND = :RS-CODSIND
                   AND DATAINI = DATE(:WK-INI-ISO)
             END-EXEC
             IF   SQLCODE = 0 OR SQLCODE = 100
                EXEC SQL
                   DELETE FROM EAD719.CONVCOL
                    WHERE CODSIND = :RS-CODSIND
                      AND DATAINI = DATE(:WK-INI-ISO)
                END-EXEC
             END-IF
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'CONVENCAO DO SINDICATO ' RS-CODSIND
                           ' INICIADA EM ' RS-DATAINI ' EXCLUIDA '
                           'COM SEUS PISOS'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'CONVENCAO DO SINDICATO ' RS-CODSIND
                           ' INICIADA EM ' RS-DATAINI ' NAO EXISTE'
                   EXEC SQL ROLLBACK END-EXEC
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'CONVENCAO NAO EXCLUIDA - SQLCODE '
                           SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       240-INCLUI-PISO.
          PERFORM 290-CONFERE-INICIO.
          MOVE ZEROS TO WK-QTDE-EXISTE.
          MOVE ZEROS TO WK-QTDE-CARGOS.
          IF   DATAS-OK
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-EXISTE
                  FROM EAD719.CONVCOL
                 WHERE CODSIND = :RS-CODSIND
                   AND DATAINI = DATE(:WK-INI-ISO)
             END-EXEC
      *       GRUPO QUE NAO ALCANCA NENHUM CARGO CADASTRADO E ERRO DE
      *       DIGITACAO - O PISO NUNCA SERIA APLICADO.
             IF   RS-GRUPO NOT = SPACES
                EXEC SQL
                   SELECT COUNT(*)
                     INTO :WK-QTDE-CARGOS
                     FROM EAD719.CARGOS
                    WHERE SUBSTR(CARGOFUN, 1,
                                 LENGTH(RTRIM(:RS-GRUPO)))
                          = RTRIM(:RS-GRUPO)
                END-EXEC
             END-IF
          END-IF.

          EVALUATE TRUE
             WHEN NOT DATAS-OK
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'DATA ' RS-DATAINI ' INVALIDA - PISO '
                        'RECUSADO'
             WHEN WK-QTDE-EXISTE = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'SINDICATO ' RS-CODSIND ' SEM CONVENCAO '
                        'INICIADA EM ' RS-DATAINI ' - CADASTRE A '
                        'CONVENCAO ANTES DOS PISOS'
             WHEN RS-GRUPO NOT = SPACES AND WK-QTDE-CARGOS = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'GRUPO ' RS-GRUPO ' NAO ALCANCA NENHUM CARGO '
                        'CADASTRADO - PISO RECUSADO'
             WHEN RS-PISO IS NOT NUMERIC OR RS-PISO = ZEROS
                ADD 1 TO WK-QTDE-RECUSADA
                DISPLAY 'PISO DO GRUPO ' RS-GRUPO ' DO SINDICATO '
                        RS-CODSIND ' INVALIDO - PISO RECUSADO'
             WHEN OTHER
                EXEC SQL
                   INSERT INTO EAD719.PISOCONV
                      (CODSIND, DATAINI, GRUPOCARGO, PISO)
                      VALUES (:RS-CODSIND, DATE(:WK-INI-ISO),
                              :RS-GRUPO, :RS-PISO)
                END-EXEC
                MOVE RS-PISO TO WK-PISO-EDIT
                EVALUATE SQLCODE
                   WHEN 0
                      EXEC SQL COMMIT END-EXEC
                      ADD 1 TO WK-QTDE-MANTIDA
                      DISPLAY 'PISO DO GRUPO ' RS-GRUPO
                              ' DO SINDICATO ' RS-CODSIND ' ('
                              RS-DATAINI ') = ' WK-PISO-EDIT
                              ' INCLUIDO'
                   WHEN -803
                      ADD 1 TO WK-QTDE-RECUSADA
                      DISPLAY 'PISO DO GRUPO ' RS-GRUPO
                              ' DO SINDICATO ' RS-CODSIND
                              ' JA EXISTE NESTA CONVENCAO'
                      EXEC SQL ROLLBACK END-EXEC
                   WHEN OTHER
                      ADD 1 TO WK-QTDE-RECUSADA
                      MOVE SQLCODE TO WK-SQLCODE-EDIT
                      CALL "DECODSQL" USING WK-SQLCODE-EDIT,
                                            WK-SQLCODE-MSG
                      DISPLAY 'PISO NAO INCLUIDO - '
                              WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                      EXEC SQL ROLLBACK END-EXEC
                END-EVALUATE
          END-EVALUATE.
      *
       250-ALTERA-PISO.
          PERFORM 290-CONFERE-INICIO.
          IF   NOT DATAS-OK
           OR  RS-PISO IS NOT NUMERIC OR RS-PISO = ZEROS
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'DATA ' RS-DATAINI ' OU PISO DO GRUPO ' RS-GRUPO
                     ' INVALIDOS - ALTERACAO RECUSADA'
          ELSE
             EXEC SQL
                UPDATE EAD719.PISOCONV
                   SET PISO = :RS-PISO
                 WHERE CODSIND    = :RS-CODSIND
                   AND DATAINI    = DATE(:WK-INI-ISO)
                   AND GRUPOCARGO = :RS-GRUPO
             END-EXEC
             MOVE RS-PISO TO WK-PISO-EDIT
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'PISO DO GRUPO ' RS-GRUPO ' DO SINDICATO '
                           RS-CODSIND ' (' RS-DATAINI ') ALTERADO '
                           'PARA ' WK-PISO-EDIT
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'PISO DO GRUPO ' RS-GRUPO ' DO SINDICATO '
                           RS-CODSIND ' (' RS-DATAINI ') NAO EXISTE'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'PISO NAO ALTERADO - SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       260-EXCLUI-PISO.
          PERFORM 290-CONFERE-INICIO.
          IF   NOT DATAS-OK
             ADD 1 TO WK-QTDE-RECUSADA
             DISPLAY 'DATA ' RS-DATAINI ' INVALIDA - EXCLUSAO '
                     'RECUSADA'
          ELSE
             EXEC SQL
                DELETE FROM EAD719.PISOCONV
                 WHERE CODSIND    = :RS-CODSIND
                   AND DATAINI    = DATE(:WK-INI-ISO)
                   AND GRUPOCARGO = :RS-GRUPO
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WK-QTDE-MANTIDA
                   DISPLAY 'PISO DO GRUPO ' RS-GRUPO ' DO SINDICATO '
                           RS-CODSIND ' (' RS-DATAINI ') EXCLUIDO'
                WHEN 100
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'PISO DO GRUPO ' RS-GRUPO ' DO SINDICATO '
                           RS-CODSIND ' (' RS-DATAINI ') NAO EXISTE'
                WHEN OTHER
                   ADD 1 TO WK-QTDE-RECUSADA
                   DISPLAY 'PISO NAO EXCLUIDO - SQLCODE ' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
             END-EVALUATE
          END-IF.
      *
       270-LISTA-CONVENCOES.
          MOVE 'N' TO WK-FIM-CONVCOL.
          EXEC SQL
             OPEN CUR-CONVCOL
          END-EXEC.
          PERFORM UNTIL FIM-CONVCOL
             EXEC SQL
                FETCH CUR-CONVCOL
                  INTO :WK-LST-CODSIND, :WK-LST-INI, :WK-LST-FIM,
                       :WK-LST-MESBASE, :WK-LST-DOCUMENTO
             END-EXEC
             IF   SQLCODE = 0
                DISPLAY '  ' WK-LST-CODSIND ' ' WK-LST-INI ' A '
                        WK-LST-FIM ' DATA-BASE MES ' WK-LST-MESBASE
                        ' ' WK-LST-DOCUMENTO
                PERFORM 275-LISTA-PISOS
             ELSE
                SET FIM-CONVCOL TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-CONVCOL
          END-EXEC.
      *
       275-LISTA-PISOS.
          MOVE WK-LST-INI TO WK-DATA-PARTES.
          MOVE WK-DTP-ANO TO WK-INI-ANO.
          MOVE WK-DTP-MES TO WK-INI-MES.
          MOVE WK-DTP-DIA TO WK-INI-DIA.
          EXEC SQL
             OPEN CUR-PISOCONV
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PISOCONV
                  INTO :WK-LST-GRUPO, :WK-LST-PISO
             END-EXEC
             IF   SQLCODE = 0
                MOVE WK-LST-PISO TO WK-PISO-EDIT
                IF   WK-LST-GRUPO = SPACES
                   DISPLAY '      PISO GERAL ........ ' WK-PISO-EDIT
                ELSE
                   DISPLAY '      GRUPO ' WK-LST-GRUPO ' ....... '
                           WK-PISO-EDIT
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-PISOCONV
          END-EXEC.
      *
       280-CONFERE-CONVENCAO.
      *    INICIO E FIM OBRIGATORIOS (TODA CONVENCAO TEM PRAZO), FIM
      *    NAO ANTERIOR AO INICIO, MES DA DATA-BASE DE 1 A 12.
          PERFORM 290-CONFERE-INICIO.
          MOVE RS-DATAFIM TO WK-DATA-PARTES.
          IF   WK-DTP-DIA IS NUMERIC
           AND WK-DTP-MES IS NUMERIC
           AND WK-DTP-ANO IS NUMERIC
           AND WK-DTN-MES >= 1 AND WK-DTN-MES <= 12
           AND WK-DTN-DIA >= 1 AND WK-DTN-DIA <= 31
             MOVE WK-DTP-ANO TO WK-FIM-ANO
             MOVE WK-DTP-MES TO WK-FIM-MES
             MOVE WK-DTP-DIA TO WK-FIM-DIA
          ELSE
             MOVE 'N' TO WK-DATAS-OK
          END-IF.
          IF   DATAS-OK AND WK-FIM-ISO < WK-INI-ISO
             MOVE 'N' TO WK-DATAS-OK
          END-IF.
          MOVE ZEROS TO WK-MESBASE.
          IF   RS-MESBASE IS NUMERIC
             MOVE RS-MESBASE TO WK-MESBASE
          END-IF.
          IF   WK-MESBASE < 1 OR WK-MESBASE > 12
             MOVE 'N' TO WK-DATAS-OK
          END-IF.
      *
       290-CONFERE-INICIO.
          MOVE 'N' TO WK-DATAS-OK.
          MOVE RS-DATAINI TO WK-DATA-PARTES.
          IF   WK-DTP-DIA IS NUMERIC
           AND WK-DTP-MES IS NUMERIC
           AND WK-DTP-ANO IS NUMERIC
           AND WK-DTN-MES >= 1 AND WK-DTN-MES <= 12
           AND WK-DTN-DIA >= 1 AND WK-DTN-DIA <= 31
             SET DATAS-OK TO TRUE
             MOVE WK-DTP-ANO TO WK-INI-ANO
             MOVE WK-DTP-MES TO WK-INI-MES
             MOVE WK-DTP-DIA TO WK-INI-DIA
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-SYSIN.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CADASTRO DE CONVENCOES COLETIVAS'.
          DISPLAY '  REGISTROS MANTIDOS .... ' WK-QTDE-MANTIDA.
          DISPLAY '  RECUSADOS ............. ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
