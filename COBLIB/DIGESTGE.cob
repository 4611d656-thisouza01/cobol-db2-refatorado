        IDENTIFICATION DIVISION.
        PROGRAM-ID.    DIGESTGE.
        AUTHOR.        THIAGO.
      **************************************************
      * RESUMO SEMANAL DO GESTOR: PARA CADA GESTOR COM *
      * SUBORDINADOS DIRETOS, JUNTA NUM SO EMAIL OS    *
      * PRAZOS DA EQUIPE QUE VENCEM NOS PROXIMOS N     *
      * DIAS (PARM='DIAS=NNN', PADRAO 30) OU JA        *
      * VENCERAM - OS MESMOS CRITERIOS DOS RELATORIOS  *
      * AVULSOS:                                       *
      *   - MARCOS DE EXPERIENCIA DE 45/90 DIAS        *
      *     (RELPROBA)                                 *
      *   - ASO PERIODICO VENCIDO, A VENCER OU         *
      *     INEXISTENTE (RELASO)                       *
      *   - FIM DE CONTRATO COM PRAZO (RELCONTR)       *
      *   - LIMITE CONCESSIVO DE FERIAS (RELFERIA)     *
      *   - TREINAMENTO OBRIGATORIO FALTANTE, VENCIDO  *
      *     OU A VENCER (RELTREIN)                     *
      * O RESUMO VAI PARA O EMAIL DO GESTOR - OU DO    *
      * DELEGADO COM DELEGACAO VIGENTE (MANDELEG) -    *
      * PELA FILA EAD719.NOTIFICA (TEMPLATE 'DIGESTGE',*
      * EVENTO 'G', CODFUN DO GESTOR, PAYLOAD          *
      * 'SEMANA=AAAAMMDD'), COM O CONTEUDO NO ARQUIVO  *
      * DIGMAIL CHAVEADO PELO GESTOR E SEMANA, COMO O  *
      * HOLEMAIL DO HOLERITE. GESTOR SEM PENDENCIA NA  *
      * EQUIPE NAO RECEBE EMAIL; RODAR DE NOVO NO      *
      * MESMO DIA SUBSTITUI O RESUMO AINDA NAO ENVIADO.*
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DIGMAIL       ASSIGN TO DIGMAIL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    CONTEUDO DO RESUMO PARA O GATEWAY DE EMAIL, CHAVEADO
      *    PELO GESTOR (CODFUN DA NOTIFICACAO) E DATA DA RODADA.
       FD  ARQ-DIGMAIL.
       01  REG-DIGMAIL.
           05  DG-GESTOR            PIC X(07).
           05  DG-SEMANA            PIC 9(08).
           05  DG-LINHA             PIC X(82).
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
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-EMAILINV              PIC X(01)       VALUE SPACES.
       77  WK-GESTOR-STATUS          PIC X(01)       VALUE SPACES.
      *    DELEGACAO VIGENTE DO GESTOR (EAD719.DELEGACA, MANDELEG) -
      *    MESMA CONSULTA DO RELTREIN E DO APRSALAR.
       77  WK-DELEGADO               PIC X(07)       VALUE SPACES.
       77  WK-DESTINO-NOTIF          PIC X(07)       VALUE SPACES.
       77  WK-DESTINO-EMAIL          PIC X(30)       VALUE SPACES.
       77  WK-PAYLOAD                PIC X(100)      VALUE SPACES.
      *
      *    JANELA DE AVISO EM DIAS CORRIDOS (INTEGER-OF-DATE).
       77  WK-JANELA-DIAS            PIC 9(03)       VALUE 30.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
       01  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
       77  WK-HOJE-INT               PIC 9(07)       VALUE ZEROS.
       77  WK-LIMITE-INT             PIC 9(07)       VALUE ZEROS.
      *
      *    CONVERSAO DAS DATAS TEXTO DD/MM/AAAA DO CADASTRO.
       01  WK-DATA-PARTES.
           05  WK-DT-DIA            PIC 99.
           05  FILLER               PIC X.
           05  WK-DT-MES            PIC 99.
           05  FILLER               PIC X.
           05  WK-DT-ANO            PIC 9(04).
       77  WK-DATA-AAAAMMDD-CONV     PIC 9(08)       VALUE ZEROS.
       77  WK-DATA-INT               PIC 9(07)       VALUE ZEROS.
       77  WK-DATA-OK                PIC X(01)       VALUE 'N'.
           88  DATA-LEGIVEL                          VALUE 'S'.
       01  WK-DATA-EDIT.
           05  WK-ED-DIA            PIC 99.
           05  FILLER               PIC X           VALUE '/'.
           05  WK-ED-MES            PIC 99.
           05  FILLER               PIC X           VALUE '/'.
           05  WK-ED-ANO            PIC 9(04).
       01  WK-DATA-EDIT-NUM.
           05  WK-EN-ANO            PIC 9(04).
           05  WK-EN-MES            PIC 99.
           05  WK-EN-DIA            PIC 99.
      *
      *    CAMPOS LIDOS DOS CURSORES DA EQUIPE.
       77  WK-DATA-LIDA              PIC X(10)       VALUE SPACES.
       77  WK-CODCURSO               PIC X(06)       VALUE SPACES.
       77  WK-VALIDADEMES            PIC 9(03)       VALUE ZEROS.
       77  WK-VENC-ANO               PIC 9(04)       VALUE ZEROS.
       77  WK-VENC-MES               PIC S9(05)      VALUE ZEROS.
       77  WK-MARCO-INT              PIC 9(07)       VALUE ZEROS.
      *
      *    ITENS DO RESUMO DO GESTOR CORRENTE, NA ORDEM DOS TIPOS.
       01  TAB-ITENS.
           05  TI-ENTRADA            OCCURS 300 TIMES.
               10  TI-CODFUN         PIC X(07).
               10  TI-NOMEFUN        PIC X(30).
               10  TI-EVENTO         PIC X(12).
               10  TI-DATA           PIC X(10).
               10  TI-SITUACAO       PIC X(10).
               10  TI-DETALHE        PIC X(08).
       77  WK-QTDE-ITENS             PIC 9(03)       VALUE ZEROS.
       77  WK-QTDE-EXCEDENTE         PIC 9(05)       VALUE ZEROS.
       77  WK-I                      PIC 9(03)       VALUE ZEROS.
       77  WK-ITEM-EVENTO            PIC X(12)       VALUE SPACES.
       77  WK-ITEM-SITUACAO          PIC X(10)       VALUE SPACES.
       77  WK-ITEM-DETALHE           PIC X(08)       VALUE SPACES.
      *
       01  WK-LINHA-ITEM.
           05  LI-CODFUN            PIC X(07).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  LI-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  LI-EVENTO            PIC X(12).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  LI-DATA              PIC X(10).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  LI-SITUACAO          PIC X(10).
           05  FILLER               PIC X(01)       VALUE SPACES.
           05  LI-DETALHE           PIC X(08).
      *
       77  WK-FIM-GESTORES           PIC X(01)       VALUE 'N'.
           88  FIM-GESTORES                          VALUE 'S'.
       77  WK-FIM-EQUIPE             PIC X(01)       VALUE 'N'.
           88  FIM-EQUIPE                            VALUE 'S'.
      *
       77  WK-QTDE-GESTORES          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ENVIADOS          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-PENDENCIA     PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-DESTINO       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-PENDENCIAS        PIC 9(07)       VALUE ZEROS.
      *
      *    GESTORES COM PELO MENOS UM SUBORDINADO DIRETO NO QUADRO.
       EXEC SQL
           DECLARE CUR-GESTORES CURSOR WITH HOLD FOR
               SELECT G.CODFUN, G.STATUSFUN, G.EMAILFUN,
                      COALESCE(G.EMAILINV, ' ')
                 FROM EAD719.FUNCIONARIOS G
                WHERE EXISTS
                      (SELECT 1
                         FROM EAD719.FUNCIONARIOS F
                        WHERE F.GESTOR = G.CODFUN
                          AND F.STATUSFUN IN ('A', 'F', 'V'))
                ORDER BY G.CODFUN
       END-EXEC.
      *
      *    EXPERIENCIA EM ABERTO (RELPROBA).
       EXEC SQL
           DECLARE CUR-EQ-PROBA CURSOR WITH HOLD FOR
               SELECT CODFUN, NOMEFUN, ADMISSFUN
                 FROM EAD719.FUNCIONARIOS
                WHERE GESTOR    = :DB2-GESTOR
                  AND STATUSFUN = 'A'
                  AND COALESCE(SITPROBAT, ' ') = 'P'
                ORDER BY CODFUN
       END-EXEC.
      *
      *    ASO PERIODICO (RELASO) - SEM EXAME VEM EM BRANCO.
       EXEC SQL
           DECLARE CUR-EQ-ASO CURSOR WITH HOLD FOR
               SELECT F.CODFUN, F.NOMEFUN,
                      COALESCE(E.DATAVENC, ' ')
                 FROM EAD719.FUNCIONARIOS F
                 LEFT JOIN EAD719.ASOEXAM E
                        ON E.CODFUN    = F.CODFUN
                       AND E.TIPOEXAME = 'P'
                WHERE F.GESTOR = :DB2-GESTOR
                  AND F.STATUSFUN IN ('A', 'F', 'V')
                ORDER BY F.CODFUN
       END-EXEC.
      *
      *    CONTRATOS COM PRAZO (RELCONTR).
       EXEC SQL
           DECLARE CUR-EQ-CONTR CURSOR WITH HOLD FOR
               SELECT CODFUN, NOMEFUN, FIMCONTR
                 FROM EAD719.FUNCIONARIOS
                WHERE GESTOR    = :DB2-GESTOR
                  AND STATUSFUN = 'A'
                  AND TIPOCONTR IN ('D', 'T', 'G')
                  AND FIMCONTR NOT = ' '
                ORDER BY CODFUN
       END-EXEC.
      *
      *    PERIODOS AQUISITIVOS ABERTOS (RELFERIA).
       EXEC SQL
           DECLARE CUR-EQ-FERIAS CURSOR WITH HOLD FOR
               SELECT F.CODFUN, F.NOMEFUN, V.FIMPERAQ
                 FROM EAD719.FERIAS V
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = V.CODFUN
                WHERE F.GESTOR    = :DB2-GESTOR
                  AND V.SITUACAO  = 'A'
                  AND F.STATUSFUN = 'A'
                ORDER BY F.CODFUN,
                         SUBSTR(V.FIMPERAQ, 7, 4),
                         SUBSTR(V.FIMPERAQ, 4, 2)
       END-EXEC.
      *
      *    TREINAMENTOS OBRIGATORIOS DO CARGO (RELTREIN).
       EXEC SQL
           DECLARE CUR-EQ-TREIN CURSOR WITH HOLD FOR
               SELECT F.CODFUN, F.NOMEFUN, C.CODCURSO,
                      C.VALIDADEMES, COALESCE(T.DATACONCL, ' ')
                 FROM EAD719.FUNCIONARIOS F
                 JOIN EAD719.CURSOCARG C
                   ON C.CARGOFUN = F.CARGOFUN
                 LEFT JOIN EAD719.TREINAFUN T
                        ON T.CODFUN   = F.CODFUN
                       AND T.CODCURSO = C.CODCURSO
                WHERE F.GESTOR = :DB2-GESTOR
                  AND F.STATUSFUN IN ('A', 'V')
                ORDER BY F.CODFUN, C.CODCURSO
       END-EXEC.
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
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:5) = 'DIAS='
                 AND LK-PARM-TEXTO(6:3) IS NUMERIC
                MOVE LK-PARM-TEXTO(6:3) TO WK-JANELA-DIAS
             END-IF
          END-IF.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-DATA-ATUAL(1:8)    TO WK-HOJE-TEXTO.
          COMPUTE WK-HOJE-INT =
                  FUNCTION INTEGER-OF-DATE(WK-DATA-AAAAMMDD).
          COMPUTE WK-LIMITE-INT = WK-HOJE-INT + WK-JANELA-DIAS.
          MOVE SPACES TO WK-PAYLOAD.
          STRING 'SEMANA=' WK-HOJE-TEXTO
                 DELIMITED BY SIZE INTO WK-PAYLOAD
          END-STRING.
          DISPLAY 'DIGESTGE: RESUMO DOS GESTORES - PRAZOS ATE '
                  WK-JANELA-DIAS ' DIA(S)'.
          OPEN OUTPUT ARQ-DIGMAIL.
          EXEC SQL
             OPEN CUR-GESTORES
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' AO ABRIR O CURSOR DE GESTORES'
             CLOSE ARQ-DIGMAIL
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
      *    AS CONSULTAS DA EQUIPE DEVOLVEM 100 NO FIM - O LACO DOS
      *    GESTORES ANDA PELA CHAVE PROPRIA, NAO PELO SQLCODE.
          PERFORM UNTIL FIM-GESTORES
             EXEC SQL
                FETCH CUR-GESTORES
                  INTO :DB2-GESTOR, :WK-GESTOR-STATUS,
                       :DB2-EMAILFUN, :DB2-EMAILINV
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-GESTORES
                PERFORM 210-MONTA-RESUMO
             ELSE
                SET FIM-GESTORES TO TRUE
             END-IF
          END-PERFORM.
      *
       210-MONTA-RESUMO.
          MOVE ZEROS TO WK-QTDE-ITENS WK-QTDE-EXCEDENTE.
          PERFORM 220-PRAZOS-EXPERIENCIA.
          PERFORM 230-PRAZOS-ASO.
          PERFORM 240-PRAZOS-CONTRATO.
          PERFORM 250-PRAZOS-FERIAS.
          PERFORM 260-PRAZOS-TREINAMENTO.
      *    NADA PENDENTE NA EQUIPE: NENHUM EMAIL.
          IF   WK-QTDE-ITENS = ZEROS
             ADD 1 TO WK-QTDE-SEM-PENDENCIA
          ELSE
             PERFORM 270-DEFINE-DESTINO
             IF   WK-DESTINO-EMAIL = SPACES
                ADD 1 TO WK-QTDE-SEM-DESTINO
                DISPLAY 'AVISO: GESTOR ' DB2-GESTOR ' COM '
                        WK-QTDE-ITENS ' PENDENCIA(S) NA EQUIPE E SEM '
                        'EMAIL DE DESTINO - RESUMO NAO ENVIADO'
             ELSE
                PERFORM 280-GRAVA-RESUMO
             END-IF
          END-IF.
      *
       220-PRAZOS-EXPERIENCIA.
          MOVE 'N' TO WK-FIM-EQUIPE.
          EXEC SQL
             OPEN CUR-EQ-PROBA
          END-EXEC.
          PERFORM UNTIL FIM-EQUIPE
             EXEC SQL
                FETCH CUR-EQ-PROBA
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-ADMISSFUN
             END-EXEC
             IF   SQLCODE = 0
                MOVE DB2-ADMISSFUN(1:10) TO WK-DATA-LIDA
                PERFORM 300-CONVERTE-DATA
                IF   DATA-LEGIVEL
                   MOVE 'EXPERIENCIA' TO WK-ITEM-EVENTO
                   COMPUTE WK-MARCO-INT = WK-DATA-INT + 45
                   MOVE '45 DIAS' TO WK-ITEM-DETALHE
                   PERFORM 225-AVALIA-MARCO
                   COMPUTE WK-MARCO-INT = WK-DATA-INT + 90
                   MOVE '90 DIAS' TO WK-ITEM-DETALHE
                   PERFORM 225-AVALIA-MARCO
                END-IF
             ELSE
                SET FIM-EQUIPE TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-EQ-PROBA
          END-EXEC.
      *
       225-AVALIA-MARCO.
          MOVE WK-MARCO-INT TO WK-DATA-INT.
          PERFORM 310-EDITA-DATA.
          EVALUATE TRUE
             WHEN WK-MARCO-INT < WK-HOJE-INT
                MOVE 'VENCIDO' TO WK-ITEM-SITUACAO
                PERFORM 290-ADICIONA-ITEM
             WHEN WK-MARCO-INT NOT > WK-LIMITE-INT
                MOVE 'A VENCER' TO WK-ITEM-SITUACAO
                PERFORM 290-ADICIONA-ITEM
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
      *
       230-PRAZOS-ASO.
          MOVE 'N' TO WK-FIM-EQUIPE.
          EXEC SQL
             OPEN CUR-EQ-ASO
          END-EXEC.
          PERFORM UNTIL FIM-EQUIPE
             EXEC SQL
                FETCH CUR-EQ-ASO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-DATA-LIDA
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'ASO PERIOD.' TO WK-ITEM-EVENTO
                MOVE SPACES        TO WK-ITEM-DETALHE
                PERFORM 300-CONVERTE-DATA
                IF   NOT DATA-LEGIVEL
                   MOVE SPACES    TO WK-DATA-EDIT
                   MOVE 'SEM ASO' TO WK-ITEM-SITUACAO
                   PERFORM 290-ADICIONA-ITEM
                ELSE
                   MOVE WK-DATA-LIDA TO WK-DATA-EDIT
                   PERFORM 320-AVALIA-VENCIMENTO
                END-IF
             ELSE
                SET FIM-EQUIPE TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-EQ-ASO
          END-EXEC.
      *
       240-PRAZOS-CONTRATO.
          MOVE 'N' TO WK-FIM-EQUIPE.
          EXEC SQL
             OPEN CUR-EQ-CONTR
          END-EXEC.
          PERFORM UNTIL FIM-EQUIPE
             EXEC SQL
                FETCH CUR-EQ-CONTR
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-DATA-LIDA
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'CONTRATO'   TO WK-ITEM-EVENTO
                MOVE 'FIM'        TO WK-ITEM-DETALHE
                PERFORM 300-CONVERTE-DATA
                IF   DATA-LEGIVEL
                   MOVE WK-DATA-LIDA TO WK-DATA-EDIT
                   PERFORM 320-AVALIA-VENCIMENTO
                END-IF
             ELSE
                SET FIM-EQUIPE TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-EQ-CONTR
          END-EXEC.
      *
       250-PRAZOS-FERIAS.
      *    LIMITE CONCESSIVO = FIM DO PERIODO AQUISITIVO + 1 ANO.
          MOVE 'N' TO WK-FIM-EQUIPE.
          EXEC SQL
             OPEN CUR-EQ-FERIAS
          END-EXEC.
          PERFORM UNTIL FIM-EQUIPE
             EXEC SQL
                FETCH CUR-EQ-FERIAS
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-DATA-LIDA
             END-EXEC
             IF   SQLCODE = 0
                MOVE 'FERIAS'     TO WK-ITEM-EVENTO
                MOVE 'CONCESS.'   TO WK-ITEM-DETALHE
                MOVE WK-DATA-LIDA TO WK-DATA-PARTES
                IF   WK-DATA-PARTES(1:2) NUMERIC
                 AND WK-DATA-PARTES(4:2) NUMERIC
                 AND WK-DATA-PARTES(7:4) NUMERIC
                   ADD 1 TO WK-DT-ANO
                   MOVE WK-DATA-PARTES TO WK-DATA-LIDA
                   PERFORM 300-CONVERTE-DATA
                   IF   DATA-LEGIVEL
                      MOVE WK-DATA-LIDA TO WK-DATA-EDIT
                      PERFORM 320-AVALIA-VENCIMENTO
                   END-IF
                END-IF
             ELSE
                SET FIM-EQUIPE TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-EQ-FERIAS
          END-EXEC.
      *
       260-PRAZOS-TREINAMENTO.
      *    VENCIMENTO = CONCLUSAO + VALIDADE EM MESES, COMO NO
      *    RELTREIN; CURSO SEM CONCLUSAO E FALTANTE.
          MOVE 'N' TO WK-FIM-EQUIPE.
          EXEC SQL
             OPEN CUR-EQ-TREIN
          END-EXEC.
          PERFORM UNTIL FIM-EQUIPE
             EXEC SQL
                FETCH CUR-EQ-TREIN
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-CODCURSO,
                       :WK-VALIDADEMES, :WK-DATA-LIDA
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 265-AVALIA-TREINAMENTO
             ELSE
                SET FIM-EQUIPE TO TRUE
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-EQ-TREIN
          END-EXEC.
      *
       265-AVALIA-TREINAMENTO.
          MOVE 'TREINAMENTO' TO WK-ITEM-EVENTO.
          MOVE WK-CODCURSO   TO WK-ITEM-DETALHE.
          PERFORM 300-CONVERTE-DATA.
          EVALUATE TRUE
             WHEN NOT DATA-LEGIVEL
                MOVE SPACES     TO WK-DATA-EDIT
                MOVE 'FALTANTE' TO WK-ITEM-SITUACAO
                PERFORM 290-ADICIONA-ITEM
             WHEN WK-VALIDADEMES = ZEROS
      *         CERTIFICACAO SEM VENCIMENTO - CONCLUIDA, CONFORME.
                CONTINUE
             WHEN OTHER
                MOVE WK-DT-ANO TO WK-VENC-ANO
                COMPUTE WK-VENC-MES = WK-DT-MES + WK-VALIDADEMES
                PERFORM UNTIL WK-VENC-MES NOT > 12
                   SUBTRACT 12 FROM WK-VENC-MES
                   ADD 1 TO WK-VENC-ANO
                END-PERFORM
                MOVE WK-DT-DIA   TO WK-ED-DIA
                MOVE WK-VENC-MES TO WK-ED-MES
                MOVE WK-VENC-ANO TO WK-ED-ANO
                MOVE WK-DATA-EDIT TO WK-DATA-LIDA
                PERFORM 300-CONVERTE-DATA
                IF   DATA-LEGIVEL
                   PERFORM 320-AVALIA-VENCIMENTO
                END-IF
          END-EVALUATE.
      *
       270-DEFINE-DESTINO.
      *    DELEGADO COM DELEGACAO VIGENTE RECEBE NO LUGAR DO GESTOR;
      *    SEM DELEGACAO, O PROPRIO GESTOR, SE AINDA ESTIVER NA CASA.
      *    EMAIL INVALIDADO PELOS BOUNCES (RETNOT) NAO SERVE.
          MOVE SPACES TO WK-DELEGADO WK-DESTINO-EMAIL.
          EXEC SQL
             SELECT COALESCE(MIN(CODDELEGADO), ' ')
               INTO :WK-DELEGADO
               FROM EAD719.DELEGACA
              WHERE CODDELEGANTE = :DB2-GESTOR
                AND SUBSTR(DATAINI, 7, 4)
                    || SUBSTR(DATAINI, 4, 2)
                    || SUBSTR(DATAINI, 1, 2)
                    NOT > :WK-HOJE-TEXTO
                AND SUBSTR(DATAFIM, 7, 4)
                    || SUBSTR(DATAFIM, 4, 2)
                    || SUBSTR(DATAFIM, 1, 2)
                    NOT < :WK-HOJE-TEXTO
          END-EXEC.
          IF   WK-DELEGADO NOT = SPACES
             MOVE WK-DELEGADO TO WK-DESTINO-NOTIF
             EXEC SQL
                SELECT EMAILFUN, COALESCE(EMAILINV, ' ')
                  INTO :DB2-EMAILFUN, :DB2-EMAILINV
                  FROM EAD719.FUNCIONARIOS
                 WHERE CODFUN = :WK-DELEGADO
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE SPACES TO DB2-EMAILFUN-TEXT
             END-IF
          ELSE
             MOVE DB2-GESTOR TO WK-DESTINO-NOTIF
             IF   WK-GESTOR-STATUS = 'D'
                MOVE SPACES TO DB2-EMAILFUN-TEXT
             END-IF
          END-IF.
          IF   DB2-EMAILINV NOT = 'S'
             MOVE DB2-EMAILFUN-TEXT TO WK-DESTINO-EMAIL
          END-IF.
      *
       280-GRAVA-RESUMO.
          MOVE DB2-GESTOR        TO DG-GESTOR.
          MOVE WK-DATA-AAAAMMDD  TO DG-SEMANA.
          MOVE SPACES            TO DG-LINHA.
          STRING 'PRAZOS DA SUA EQUIPE ATE ' WK-JANELA-DIAS
                 ' DIAS - GESTOR ' DB2-GESTOR
                 DELIMITED BY SIZE INTO DG-LINHA
          END-STRING.
          WRITE REG-DIGMAIL.
          IF   WK-DESTINO-NOTIF NOT = DB2-GESTOR
             MOVE SPACES         TO DG-LINHA
             STRING 'ENVIADO AO DELEGADO ' WK-DESTINO-NOTIF
                    ' (DELEGACAO VIGENTE)'
                    DELIMITED BY SIZE INTO DG-LINHA
             END-STRING
             WRITE REG-DIGMAIL
          END-IF.
          MOVE SPACES            TO DG-LINHA.
          STRING 'COD  NOME                           PRAZO        '
                 'DATA       SITUACAO   DETALHE'
                 DELIMITED BY SIZE INTO DG-LINHA
          END-STRING.
          WRITE REG-DIGMAIL.
          PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-QTDE-ITENS
             MOVE TI-CODFUN(WK-I)   TO LI-CODFUN
             MOVE TI-NOMEFUN(WK-I)  TO LI-NOMEFUN
             MOVE TI-EVENTO(WK-I)   TO LI-EVENTO
             MOVE TI-DATA(WK-I)     TO LI-DATA
             MOVE TI-SITUACAO(WK-I) TO LI-SITUACAO
             MOVE TI-DETALHE(WK-I)  TO LI-DETALHE
             MOVE WK-LINHA-ITEM     TO DG-LINHA
             WRITE REG-DIGMAIL
          END-PERFORM.
          IF   WK-QTDE-EXCEDENTE > ZEROS
             MOVE SPACES         TO DG-LINHA
             STRING 'E MAIS ' WK-QTDE-EXCEDENTE ' PRAZO(S) - VER '
                    'OS RELATORIOS DO RH'
                    DELIMITED BY SIZE INTO DG-LINHA
             END-STRING
             WRITE REG-DIGMAIL
          END-IF.
      *    RODADA REPETIDA NO MESMO DIA NAO DUPLICA O RESUMO AINDA
      *    NAO ENVIADO - O PENDENTE ANTERIOR SAI DA FILA.
          EXEC SQL
             DELETE FROM EAD719.NOTIFICA
              WHERE CODFUN   = :DB2-GESTOR
                AND TEMPLATE = 'DIGESTGE'
                AND ENVIADA  = 'N'
                AND PAYLOAD  = :WK-PAYLOAD
          END-EXEC.
          EXEC SQL
             INSERT INTO EAD719.NOTIFICA
                (CODFUN, EVENTO, EMAILFUN, TEMPLATE,
                 DATAEVENTO, ENVIADA, PAYLOAD)
                VALUES (:DB2-GESTOR, 'G', :WK-DESTINO-EMAIL,
                        'DIGESTGE', CURRENT DATE, 'N',
                        :WK-PAYLOAD)
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-ENVIADOS
             ADD WK-QTDE-ITENS     TO WK-QTDE-PENDENCIAS
             ADD WK-QTDE-EXCEDENTE TO WK-QTDE-PENDENCIAS
          ELSE
             DISPLAY 'AVISO: RESUMO DO GESTOR ' DB2-GESTOR
                     ' NAO ENFILEIRADO - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       290-ADICIONA-ITEM.
          IF   WK-QTDE-ITENS < 300
             ADD 1 TO WK-QTDE-ITENS
             MOVE DB2-CODFUN        TO TI-CODFUN(WK-QTDE-ITENS)
             MOVE DB2-NOMEFUN-TEXT  TO TI-NOMEFUN(WK-QTDE-ITENS)
             MOVE WK-ITEM-EVENTO    TO TI-EVENTO(WK-QTDE-ITENS)
             MOVE WK-DATA-EDIT      TO TI-DATA(WK-QTDE-ITENS)
             MOVE WK-ITEM-SITUACAO  TO TI-SITUACAO(WK-QTDE-ITENS)
             MOVE WK-ITEM-DETALHE   TO TI-DETALHE(WK-QTDE-ITENS)
          ELSE
             ADD 1 TO WK-QTDE-EXCEDENTE
          END-IF.
      *
       300-CONVERTE-DATA.
      *    DD/MM/AAAA -> DIA INTEIRO (INTEGER-OF-DATE); DATA EM
      *    BRANCO OU ILEGIVEL FICA COM DATA-LEGIVEL DESLIGADO.
          MOVE 'N' TO WK-DATA-OK.
          MOVE WK-DATA-LIDA TO WK-DATA-PARTES.
          IF   WK-DATA-PARTES(1:2) NUMERIC
           AND WK-DATA-PARTES(4:2) NUMERIC
           AND WK-DATA-PARTES(7:4) NUMERIC
           AND WK-DT-MES > ZERO AND WK-DT-MES < 13
           AND WK-DT-DIA > ZERO AND WK-DT-DIA < 32
             COMPUTE WK-DATA-AAAAMMDD-CONV =
                     WK-DT-ANO * 10000 + WK-DT-MES * 100 + WK-DT-DIA
             IF   FUNCTION TEST-DATE-YYYYMMDD(WK-DATA-AAAAMMDD-CONV)
                  = ZERO
                COMPUTE WK-DATA-INT = FUNCTION
                        INTEGER-OF-DATE(WK-DATA-AAAAMMDD-CONV)
                SET DATA-LEGIVEL TO TRUE
             END-IF
          END-IF.
      *
       310-EDITA-DATA.
      *    DIA INTEIRO -> DD/MM/AAAA PARA A LINHA DO RESUMO.
          MOVE FUNCTION DATE-OF-INTEGER(WK-DATA-INT)
                                 TO WK-DATA-EDIT-NUM.
          MOVE WK-EN-DIA         TO WK-ED-DIA.
          MOVE WK-EN-MES         TO WK-ED-MES.
          MOVE WK-EN-ANO         TO WK-ED-ANO.
      *
       320-AVALIA-VENCIMENTO.
      *    DATA JA CONVERTIDA EM WK-DATA-INT: VENCIDA OU DENTRO DA
      *    JANELA ENTRA NO RESUMO.
          EVALUATE TRUE
             WHEN WK-DATA-INT < WK-HOJE-INT
                MOVE 'VENCIDO' TO WK-ITEM-SITUACAO
                PERFORM 290-ADICIONA-ITEM
             WHEN WK-DATA-INT NOT > WK-LIMITE-INT
                MOVE 'A VENCER' TO WK-ITEM-SITUACAO
                PERFORM 290-ADICIONA-ITEM
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
             CLOSE CUR-GESTORES
          END-EXEC.
          CLOSE ARQ-DIGMAIL.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO SEMANAL DOS GESTORES'.
          DISPLAY '  GESTORES COM EQUIPE ... ' WK-QTDE-GESTORES.
          DISPLAY '  RESUMOS ENFILEIRADOS .. ' WK-QTDE-ENVIADOS.
          DISPLAY '  SEM PENDENCIA ......... ' WK-QTDE-SEM-PENDENCIA.
          DISPLAY '  SEM EMAIL DE DESTINO .. ' WK-QTDE-SEM-DESTINO.
          DISPLAY '  PRAZOS NOS RESUMOS .... ' WK-QTDE-PENDENCIAS.
          DISPLAY '================================================'.
          EXIT.
