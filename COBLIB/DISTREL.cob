        IDENTIFICATION DIVISION.
        PROGRAM-ID.    DISTREL.
        AUTHOR.        THIAGO.
      **************************************************
      * DISTRIBUICAO DE RELATORIOS POR GESTOR: LE O    *
      * ARQUIVO DE UM DOS RELATORIOS POR DEPARTAMENTO  *
      * (DD RELENTR, PARM='RELAT=NOME'), CORTA NAS     *
      * QUEBRAS DE DEPARTAMENTO E MANDA A FATIA DE     *
      * CADA DEPARTAMENTO AO GESTOR RESPONSAVEL, COMO  *
      * ANEXO, PELA FILA EAD719.NOTIFICA (TEMPLATE     *
      * 'DISTREL', EVENTO 'R', CODFUN DO GESTOR,       *
      * PAYLOAD 'RELAT=NOME DATA=AAAAMMDD'). O ANEXO   *
      * SAI NO ARQUIVO DISTMAIL CHAVEADO PELO GESTOR,  *
      * RELATORIO E DATA, COMO O DIGMAIL DO DIGESTGE;  *
      * GESTOR RESPONSAVEL POR MAIS DE UM DEPARTAMENTO *
      * RECEBE TODAS AS FATIAS NUM SO ANEXO.           *
      *                                                *
      * RELATORIOS ACEITOS E COLUNA DO DEPARTAMENTO:   *
      *   RELDEPTO  01   RELASO    01   RELTREIN  01   *
      *   RELSENIOR 01   RELFERIA  42   RELPROBA  42   *
      *   RELCONTR  42                                 *
      * LINHA DE TOTAL ('***') OU SEM DEPARTAMENTO NAO *
      * E DISTRIBUIDA - SO CONTADA.                    *
      *                                                *
      * GESTOR RESPONSAVEL DO DEPARTAMENTO: O GESTOR A *
      * QUEM RESPONDE A MAIOR PARTE DO QUADRO ATIVO DO *
      * DEPARTAMENTO (O CHEFE DA EQUIPE; EMPATE, O     *
      * MENOR CODFUN). COM DELEGACAO VIGENTE           *
      * (MANDELEG), A FATIA VAI PARA O EMAIL DO        *
      * DELEGADO; SEM ELA, PARA O DO GESTOR, SE AINDA  *
      * ESTIVER NA CASA E COM EMAIL VALIDO.            *
      *                                                *
      * LISTA DE CONTROLE (DISTCTL), UMA LINHA POR     *
      * DEPARTAMENTO: CODIGO, LINHAS DA FATIA, GESTOR, *
      * DESTINATARIO E SITUACAO (ENVIADO, DELEGADO,    *
      * SEM GESTOR, GESTOR DESLIG., SEM EMAIL, ERRO    *
      * FILA) - O QUE NAO FOI ENVIADO O OPERADOR       *
      * ENCAMINHA A MAO. RETURN-CODE 4 SE ALGUM        *
      * DEPARTAMENTO FICOU SEM DESTINATARIO. RODAR DE  *
      * NOVO NO MESMO DIA SUBSTITUI O ENVIO AINDA NAO  *
      * EMPACOTADO PELO ENVIANOT.                      *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENTRADA       ASSIGN TO RELENTR
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-DISTMAIL      ASSIGN TO DISTMAIL
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-CONTROLE      ASSIGN TO DISTCTL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENTRADA.
       01  REG-ENTRADA              PIC X(132).
      *
      *    ANEXO PARA O GATEWAY DE EMAIL, CHAVEADO PELO GESTOR
      *    (CODFUN DA NOTIFICACAO), RELATORIO E DATA DA RODADA.
       FD  ARQ-DISTMAIL.
       01  REG-DISTMAIL.
           05  DM-GESTOR            PIC X(07).
           05  DM-RELAT             PIC X(09).
           05  DM-DATA              PIC 9(08).
           05  DM-LINHA             PIC X(132).
      *
       FD  ARQ-CONTROLE.
       01  REG-CONTROLE.
           05  CT-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02).
           05  CT-QTDE-LINHAS       PIC ZZ.ZZ9.
           05  FILLER               PIC X(02).
           05  CT-GESTOR            PIC X(07).
           05  FILLER               PIC X(02).
           05  CT-DESTINO           PIC X(07).
           05  FILLER               PIC X(02).
           05  CT-EMAIL             PIC X(30).
           05  FILLER               PIC X(02).
           05  CT-SITUACAO          PIC X(14).
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
       77  WK-EOF-ENTRADA            PIC X           VALUE 'N'.
           88  FIM-ENTRADA                           VALUE 'S'.
       77  WK-RELAT                  PIC X(09)       VALUE SPACES.
       77  WK-POS-DEPTO              PIC 9(03)       VALUE ZEROS.
       77  WK-DEPTO-LINHA            PIC X(03)       VALUE SPACES.
       77  WK-PAYLOAD                PIC X(100)      VALUE SPACES.
       01  WK-DATA-ATUAL.
           05  WK-DATA-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
       77  WK-HOJE-TEXTO             PIC X(08)       VALUE SPACES.
      *
      *    RESOLUCAO DO DESTINATARIO (MESMA REGRA DO DIGESTGE).
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-EMAILINV              PIC X(01)       VALUE SPACES.
       77  WK-GESTOR-STATUS          PIC X(01)       VALUE SPACES.
       77  WK-DELEGADO               PIC X(07)       VALUE SPACES.
       77  WK-DESTINO-NOTIF          PIC X(07)       VALUE SPACES.
       77  WK-DESTINO-EMAIL          PIC X(30)       VALUE SPACES.
       77  WK-SITUACAO               PIC X(14)       VALUE SPACES.
      *
      *    DEPARTAMENTOS JA VISTOS NO ARQUIVO E O GESTOR DE CADA UM
      *    (TD-IDX-GESTOR = 0 QUANDO O DEPARTAMENTO NAO TEM GESTOR).
       01  TAB-DEPTOS.
           05  TD-ENTRADA            OCCURS 500 TIMES.
               10  TD-DEPTOFUN       PIC X(03).
               10  TD-QTDE-LINHAS    PIC 9(05).
               10  TD-IDX-GESTOR     PIC 9(03).
       77  WK-QTDE-DEPTOS            PIC 9(03)       VALUE ZEROS.
       77  WK-IDX-DEPTO              PIC 9(03)       VALUE ZEROS.
      *
      *    GESTORES RESPONSAVEIS E PARA ONDE VAI A FATIA DE CADA UM.
       01  TAB-GESTORES.
           05  TG-ENTRADA            OCCURS 500 TIMES.
               10  TG-GESTOR         PIC X(07).
               10  TG-DESTINO        PIC X(07).
               10  TG-EMAIL          PIC X(30).
               10  TG-SITUACAO       PIC X(14).
               10  TG-QTDE-LINHAS    PIC 9(05).
       77  WK-QTDE-GESTORES          PIC 9(03)       VALUE ZEROS.
       77  WK-IDX-GESTOR             PIC 9(03)       VALUE ZEROS.
      *
       77  WK-QTDE-LIDA              PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-DISTRIBUIDA       PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-NAO-DISTRIB       PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-ENFILEIRADA       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-DESTINO       PIC 9(05)       VALUE ZEROS.
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
          PERFORM 201-PROCESSAR UNTIL FIM-ENTRADA.
          PERFORM 301-ENFILEIRA-FATIAS.
          PERFORM 401-LISTA-CONTROLE.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          IF  LK-PARM-TAM > 0
           AND LK-PARM-TEXTO(1:6) = 'RELAT='
             MOVE LK-PARM-TEXTO(7:9) TO WK-RELAT
          END-IF.
          EVALUATE WK-RELAT
             WHEN 'RELDEPTO'
             WHEN 'RELASO'
             WHEN 'RELTREIN'
             WHEN 'RELSENIOR'
                MOVE 1  TO WK-POS-DEPTO
             WHEN 'RELFERIA'
             WHEN 'RELPROBA'
             WHEN 'RELCONTR'
                MOVE 42 TO WK-POS-DEPTO
             WHEN OTHER
                DISPLAY 'DISTREL: RELATORIO ' WK-RELAT
                        ' NAO PREVISTO - INFORME PARM=''RELAT=NOME'''
                        ' (RELDEPTO, RELFERIA, RELPROBA, RELASO, '
                        'RELCONTR, RELTREIN OU RELSENIOR)'
                MOVE 12 TO RETURN-CODE
                STOP RUN
          END-EVALUATE.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          MOVE WK-DATA-ATUAL(1:8)    TO WK-HOJE-TEXTO.
          MOVE SPACES TO WK-PAYLOAD.
          STRING 'RELAT=' WK-RELAT ' DATA=' WK-HOJE-TEXTO
                 DELIMITED BY SIZE INTO WK-PAYLOAD
          END-STRING.
          DISPLAY 'DISTREL: DISTRIBUINDO O ' WK-RELAT
                  ' POR GESTOR DE DEPARTAMENTO'.
          OPEN INPUT  ARQ-ENTRADA.
          OPEN OUTPUT ARQ-DISTMAIL.
          OPEN OUTPUT ARQ-CONTROLE.
          PERFORM 110-LER-ENTRADA.
      *
       110-LER-ENTRADA.
          READ ARQ-ENTRADA
             AT END
                SET FIM-ENTRADA TO TRUE
          END-READ.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          ADD 1 TO WK-QTDE-LIDA.
          MOVE REG-ENTRADA(WK-POS-DEPTO:3) TO WK-DEPTO-LINHA.
          IF   WK-DEPTO-LINHA = SPACES OR WK-DEPTO-LINHA = '***'
             ADD 1 TO WK-QTDE-NAO-DISTRIB
          ELSE
             PERFORM 210-LOCALIZA-DEPTO
             ADD 1 TO TD-QTDE-LINHAS(WK-IDX-DEPTO)
             MOVE TD-IDX-GESTOR(WK-IDX-DEPTO) TO WK-IDX-GESTOR
             IF   WK-IDX-GESTOR > ZEROS
              AND TG-EMAIL(WK-IDX-GESTOR) NOT = SPACES
                MOVE TG-GESTOR(WK-IDX-GESTOR) TO DM-GESTOR
                MOVE WK-RELAT                 TO DM-RELAT
                MOVE WK-DATA-AAAAMMDD         TO DM-DATA
                MOVE REG-ENTRADA              TO DM-LINHA
                WRITE REG-DISTMAIL
                ADD 1 TO TG-QTDE-LINHAS(WK-IDX-GESTOR)
                ADD 1 TO WK-QTDE-DISTRIBUIDA
             ELSE
                ADD 1 TO WK-QTDE-NAO-DISTRIB
             END-IF
          END-IF.
          PERFORM 110-LER-ENTRADA.
      *
       210-LOCALIZA-DEPTO.
      *    O MESMO DEPARTAMENTO PODE VOLTAR MAIS ADIANTE (SUBTOTAL
      *    DE AREA DO RELDEPTO) - A FATIA CONTINUA A MESMA.
          PERFORM VARYING WK-IDX-DEPTO FROM 1 BY 1
                  UNTIL WK-IDX-DEPTO > WK-QTDE-DEPTOS
                     OR TD-DEPTOFUN(WK-IDX-DEPTO) = WK-DEPTO-LINHA
             CONTINUE
          END-PERFORM.
          IF   WK-IDX-DEPTO > WK-QTDE-DEPTOS
             IF   WK-QTDE-DEPTOS NOT < 500
                DISPLAY 'DISTREL: MAIS DE 500 DEPARTAMENTOS NO '
                        'RELATORIO - AUMENTE A TABELA'
                MOVE 12 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WK-QTDE-DEPTOS
             MOVE WK-QTDE-DEPTOS TO WK-IDX-DEPTO
             MOVE WK-DEPTO-LINHA TO TD-DEPTOFUN(WK-IDX-DEPTO)
             MOVE ZEROS          TO TD-QTDE-LINHAS(WK-IDX-DEPTO)
             PERFORM 220-GESTOR-DO-DEPTO
             IF   DB2-GESTOR = SPACES
                MOVE ZEROS TO TD-IDX-GESTOR(WK-IDX-DEPTO)
             ELSE
                PERFORM 230-LOCALIZA-GESTOR
                MOVE WK-IDX-GESTOR TO TD-IDX-GESTOR(WK-IDX-DEPTO)
             END-IF
          END-IF.
      *
       220-GESTOR-DO-DEPTO.
      *    O GESTOR A QUEM RESPONDE A MAIOR PARTE DO QUADRO ATIVO.
          MOVE SPACES TO DB2-GESTOR.
          EXEC SQL
             SELECT GESTOR
               INTO :DB2-GESTOR
               FROM EAD719.FUNCIONARIOS
              WHERE DEPTOFUN  = :WK-DEPTO-LINHA
                AND STATUSFUN IN ('A', 'F', 'V')
                AND COALESCE(GESTOR, ' ') NOT = ' '
              GROUP BY GESTOR
              ORDER BY COUNT(*) DESC, GESTOR
              FETCH FIRST 1 ROW ONLY
          END-EXEC.
          IF   SQLCODE NOT = 0
             IF   SQLCODE NOT = 100
                DISPLAY 'ERRO NA LEITURA DO GESTOR DO DEPARTAMENTO '
                        WK-DEPTO-LINHA ' - SQLCODE ' SQLCODE
             END-IF
             MOVE SPACES TO DB2-GESTOR
          END-IF.
      *
       230-LOCALIZA-GESTOR.
          PERFORM VARYING WK-IDX-GESTOR FROM 1 BY 1
                  UNTIL WK-IDX-GESTOR > WK-QTDE-GESTORES
                     OR TG-GESTOR(WK-IDX-GESTOR) = DB2-GESTOR
             CONTINUE
          END-PERFORM.
          IF   WK-IDX-GESTOR > WK-QTDE-GESTORES
             ADD 1 TO WK-QTDE-GESTORES
             MOVE WK-QTDE-GESTORES TO WK-IDX-GESTOR
             PERFORM 240-DEFINE-DESTINO
             MOVE DB2-GESTOR       TO TG-GESTOR(WK-IDX-GESTOR)
             MOVE WK-DESTINO-NOTIF TO TG-DESTINO(WK-IDX-GESTOR)
             MOVE WK-DESTINO-EMAIL TO TG-EMAIL(WK-IDX-GESTOR)
             MOVE WK-SITUACAO      TO TG-SITUACAO(WK-IDX-GESTOR)
             MOVE ZEROS            TO TG-QTDE-LINHAS(WK-IDX-GESTOR)
          END-IF.
      *
       240-DEFINE-DESTINO.
      *    DELEGADO COM DELEGACAO VIGENTE RECEBE NO LUGAR DO GESTOR;
      *    SEM DELEGACAO, O PROPRIO GESTOR, SE AINDA ESTIVER NA CASA.
      *    EMAIL INVALIDADO PELOS BOUNCES (RETNOT) NAO SERVE.
          MOVE SPACES TO WK-DELEGADO WK-DESTINO-EMAIL
                         DB2-EMAILFUN-TEXT.
          MOVE 'N'    TO DB2-EMAILINV.
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
          IF   SQLCODE NOT = 0
             MOVE SPACES TO WK-DELEGADO
          END-IF.
          IF   WK-DELEGADO NOT = SPACES
             MOVE WK-DELEGADO TO WK-DESTINO-NOTIF
             MOVE 'DELEGADO'  TO WK-SITUACAO
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
             MOVE DB2-GESTOR  TO WK-DESTINO-NOTIF
             MOVE 'ENVIADO'   TO WK-SITUACAO
             EXEC SQL
                SELECT STATUSFUN, EMAILFUN, COALESCE(EMAILINV, ' ')
                  INTO :WK-GESTOR-STATUS, :DB2-EMAILFUN,
                       :DB2-EMAILINV
                  FROM EAD719.FUNCIONARIOS
                 WHERE CODFUN = :DB2-GESTOR
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE SPACES TO DB2-EMAILFUN-TEXT
             ELSE
                IF   WK-GESTOR-STATUS = 'D'
                   MOVE SPACES TO DB2-EMAILFUN-TEXT
                   MOVE 'GESTOR DESLIG.' TO WK-SITUACAO
                END-IF
             END-IF
          END-IF.
          IF   DB2-EMAILINV NOT = 'S'
             MOVE DB2-EMAILFUN-TEXT TO WK-DESTINO-EMAIL
          END-IF.
          IF   WK-DESTINO-EMAIL = SPACES
           AND WK-SITUACAO NOT = 'GESTOR DESLIG.'
             MOVE 'SEM EMAIL' TO WK-SITUACAO
          END-IF.
      *
       300-ENFILEIRA SECTION.
       301-ENFILEIRA-FATIAS.
      *    UMA NOTIFICACAO POR GESTOR COM FATIA; RODADA REPETIDA NO
      *    MESMO DIA TIRA DA FILA O ENVIO ANTERIOR AINDA PENDENTE.
          CLOSE ARQ-DISTMAIL.
          PERFORM VARYING WK-IDX-GESTOR FROM 1 BY 1
                  UNTIL WK-IDX-GESTOR > WK-QTDE-GESTORES
             IF   TG-QTDE-LINHAS(WK-IDX-GESTOR) > ZEROS
                PERFORM 310-GRAVA-NOTIFICACAO
             END-IF
          END-PERFORM.
      *
       310-GRAVA-NOTIFICACAO.
          MOVE TG-GESTOR(WK-IDX-GESTOR) TO DB2-GESTOR.
          MOVE TG-EMAIL(WK-IDX-GESTOR)  TO WK-DESTINO-EMAIL.
          EXEC SQL
             DELETE FROM EAD719.NOTIFICA
              WHERE CODFUN   = :DB2-GESTOR
                AND TEMPLATE = 'DISTREL'
                AND ENVIADA  = 'N'
                AND PAYLOAD  = :WK-PAYLOAD
          END-EXEC.
          EXEC SQL
             INSERT INTO EAD719.NOTIFICA
                (CODFUN, EVENTO, EMAILFUN, TEMPLATE,
                 DATAEVENTO, ENVIADA, PAYLOAD)
                VALUES (:DB2-GESTOR, 'R', :WK-DESTINO-EMAIL,
                        'DISTREL', CURRENT DATE, 'N',
                        :WK-PAYLOAD)
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-ENFILEIRADA
          ELSE
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'AVISO: FATIA DO GESTOR ' DB2-GESTOR
                     ' NAO ENFILEIRADA - ' WK-SQLCODE-EDIT ' - '
                     WK-SQLCODE-MSG
             EXEC SQL ROLLBACK END-EXEC
             MOVE 'ERRO FILA' TO TG-SITUACAO(WK-IDX-GESTOR)
             MOVE SPACES      TO TG-EMAIL(WK-IDX-GESTOR)
          END-IF.
      *
       400-CONTROLE SECTION.
       401-LISTA-CONTROLE.
          MOVE SPACES TO REG-CONTROLE.
          STRING 'DISTRIBUICAO DO ' WK-RELAT ' EM ' WK-HOJE-TEXTO
                 ' - DEPARTAMENTOS E DESTINATARIOS'
                 DELIMITED BY SIZE INTO REG-CONTROLE
          END-STRING.
          WRITE REG-CONTROLE.
          PERFORM VARYING WK-IDX-DEPTO FROM 1 BY 1
                  UNTIL WK-IDX-DEPTO > WK-QTDE-DEPTOS
             PERFORM 410-LINHA-CONTROLE
          END-PERFORM.
      *
       410-LINHA-CONTROLE.
          MOVE SPACES                       TO REG-CONTROLE.
          MOVE TD-DEPTOFUN(WK-IDX-DEPTO)    TO CT-DEPTOFUN.
          MOVE TD-QTDE-LINHAS(WK-IDX-DEPTO) TO CT-QTDE-LINHAS.
          MOVE TD-IDX-GESTOR(WK-IDX-DEPTO)  TO WK-IDX-GESTOR.
          IF   WK-IDX-GESTOR = ZEROS
             MOVE 'SEM GESTOR' TO CT-SITUACAO
          ELSE
             MOVE TG-GESTOR(WK-IDX-GESTOR)   TO CT-GESTOR
             MOVE TG-DESTINO(WK-IDX-GESTOR)  TO CT-DESTINO
             MOVE TG-EMAIL(WK-IDX-GESTOR)    TO CT-EMAIL
             MOVE TG-SITUACAO(WK-IDX-GESTOR) TO CT-SITUACAO
          END-IF.
          IF   WK-IDX-GESTOR = ZEROS
            OR TG-EMAIL(WK-IDX-GESTOR) = SPACES
             ADD 1 TO WK-QTDE-SEM-DESTINO
             DISPLAY 'DEPARTAMENTO ' TD-DEPTOFUN(WK-IDX-DEPTO)
                     ' SEM DESTINATARIO (' CT-SITUACAO ') - '
                     TD-QTDE-LINHAS(WK-IDX-DEPTO) ' LINHA(S) A '
                     'ENCAMINHAR A MAO'
          END-IF.
          WRITE REG-CONTROLE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-ENTRADA.
          CLOSE ARQ-CONTROLE.
          IF   WK-QTDE-SEM-DESTINO > ZEROS
           AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
          END-IF.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA DISTRIBUICAO DO ' WK-RELAT.
          DISPLAY '  LINHAS LIDAS .......... ' WK-QTDE-LIDA.
          DISPLAY '  LINHAS DISTRIBUIDAS ... ' WK-QTDE-DISTRIBUIDA.
          DISPLAY '  LINHAS NAO DISTRIBUIDAS ' WK-QTDE-NAO-DISTRIB.
          DISPLAY '  DEPARTAMENTOS ......... ' WK-QTDE-DEPTOS.
          DISPLAY '  SEM DESTINATARIO ...... ' WK-QTDE-SEM-DESTINO.
          DISPLAY '  FATIAS ENFILEIRADAS ... ' WK-QTDE-ENFILEIRADA.
          DISPLAY '================================================'.
          EXIT.
