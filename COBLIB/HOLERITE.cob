        IDENTIFICATION DIVISION.
        PROGRAM-ID.    HOLERITE.
        AUTHOR.        THIAGO.
      **************************************************
      * HOLERITE (DEMONSTRATIVO DE PAGAMENTO) DO MES,  *
      * A PARTIR DO CALCULO DA FOLHA (EAD719.FOLHACALC *
      * E FOLHALIN, GRAVADOS PELO CALCFOLH): PERIODO,  *
      * DEPARTAMENTO, CARGO, CADA LINHA DE PROVENTO E  *
      * DESCONTO, BRUTO, LIQUIDO E BASE DO FGTS.       *
      * FUNCIONARIO COM EMAIL VALIDO RECEBE A VERSAO   *
      * INDIVIDUAL (HOLEMAIL, CHAVEADA POR CODFUN E    *
      * PERIODO) PELA FILA EAD719.NOTIFICA - TEMPLATE  *
      * 'HOLERITE', EVENTO 'P' - QUE O ENVIANOT        *
      * ENTREGA; SEM EMAIL, OU COM O EMAIL INVALIDADO  *
      * PELOS BOUNCES DO RETNOT (EMAILINV = 'S'), O    *
      * HOLERITE SAI NO ARQUIVO DE IMPRESSAO (HOLERIT),*
      * ORDENADO POR EMPRESA E DEPARTAMENTO.           *
      * A RODADA REIMPRIME IMPRIME OS HOLERITES DO     *
      * PERIODO CUJO EMAIL VOLTOU (NOTIFICA 'B').      *
      * PARM='PERIODO=AAAAMM EMPRESA=XXX REIMPRIME'    *
      * (OPCIONAIS; SEM PERIODO, O MES CORRENTE; COM   *
      * EMPRESA, SO A EMPRESA INFORMADA - UMA RODADA   *
      * POR EMPRESA GERA UM ARQUIVO POR EMPRESA).      *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-IMPRESSAO     ASSIGN TO HOLERIT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-EMAIL         ASSIGN TO HOLEMAIL
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-IMPRESSAO.
       01  REG-HOLERITE             PIC X(80).
       01  REG-HOL-CABEC1 REDEFINES REG-HOLERITE.
           05  HC1-TITULO           PIC X(40).
           05  FILLER               PIC X(02).
           05  HC1-ROT-EMPRESA      PIC X(08).
           05  HC1-EMPRESA          PIC X(03).
           05  FILLER               PIC X(02).
           05  HC1-ROT-PERIODO      PIC X(08).
           05  HC1-MES              PIC 9(02).
           05  HC1-BARRA            PIC X(01).
           05  HC1-ANO              PIC 9(04).
           05  FILLER               PIC X(10).
       01  REG-HOL-CABEC2 REDEFINES REG-HOLERITE.
           05  HC2-ROT-FUNC         PIC X(13).
           05  HC2-CODFUN           PIC X(07).
           05  FILLER               PIC X(02).
           05  HC2-NOMEFUN          PIC X(30).
           05  FILLER               PIC X(28).
       01  REG-HOL-CABEC3 REDEFINES REG-HOLERITE.
           05  HC3-ROT-DEPTO        PIC X(07).
           05  HC3-DEPTOFUN         PIC X(03).
           05  FILLER               PIC X(01).
           05  HC3-DESCDEPTO        PIC X(25).
           05  FILLER               PIC X(02).
           05  HC3-ROT-CARGO        PIC X(06).
           05  HC3-CARGOFUN         PIC X(04).
           05  FILLER               PIC X(01).
           05  HC3-DESCCARGO        PIC X(25).
           05  FILLER               PIC X(06).
       01  REG-HOL-DETALHE REDEFINES REG-HOLERITE.
           05  HD-RUBRICA           PIC X(04).
           05  FILLER               PIC X(02).
           05  HD-DESCRICAO         PIC X(30).
           05  FILLER               PIC X(04).
           05  HD-PROVENTO          PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(06).
           05  HD-DESCONTO          PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(14).
       01  REG-HOL-RODAPE REDEFINES REG-HOLERITE.
           05  HR-ROT-LIQUIDO       PIC X(18).
           05  HR-LIQUIDO           PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(04).
           05  HR-ROT-FGTS          PIC X(14).
           05  HR-BASE-FGTS         PIC ZZZ.ZZ9,99.
           05  FILLER               PIC X(24).
      *
      *    VERSAO INDIVIDUAL PARA O GATEWAY DE EMAIL: AS MESMAS
      *    LINHAS DO HOLERITE IMPRESSO, CHAVEADAS PELO FUNCIONARIO
      *    E PERIODO DA NOTIFICACAO.
       FD  ARQ-EMAIL.
       01  REG-HOLEMAIL.
           05  HM-CODFUN            PIC X(07).
           05  HM-PERIODO           PIC 9(06).
           05  HM-LINHA             PIC X(80).
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
       COPY CPYDEPTO.
       COPY CPYCARGO.
       COPY CPYSQLMSG.
      *
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
       77  DB2-EMAILINV              PIC X(01)       VALUE SPACES.
      *
       01  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       01  WK-PERIODO-PARTES REDEFINES WK-PERIODO.
           05  WK-PER-ANO           PIC 9(04).
           05  WK-PER-MES           PIC 9(02).
      *    FILTRO DE EMPRESA (PARM 'EMPRESA=XXX'): EM BRANCO, TODAS
      *    AS EMPRESAS SAEM NO MESMO ARQUIVO, UMA APOS A OUTRA.
       77  WK-EMPRESA-FILTRO         PIC X(03)       VALUE SPACES.
       77  WK-REIMPRESSAO            PIC X(01)       VALUE 'N'.
           88  RODADA-REIMPRESSAO                    VALUE 'S'.
       77  WK-FIM-HOLERITES          PIC X(01)       VALUE 'N'.
           88  FIM-HOLERITES                         VALUE 'S'.
       77  WK-DESTINO                PIC X(01)       VALUE 'I'.
           88  DESTINO-IMPRESSO                      VALUE 'I'.
           88  DESTINO-EMAIL                         VALUE 'E'.
      *    CHAVE DA NOTIFICACAO DO HOLERITE: O PERIODO VAI NO
      *    PAYLOAD, PARA O GATEWAY ACHAR A VERSAO INDIVIDUAL E A
      *    REIMPRESSAO ACHAR O QUE VOLTOU.
       77  WK-PAYLOAD                PIC X(100)      VALUE SPACES.
      *
       77  WK-PROVENTOS              PIC 9(07)V99    VALUE ZEROS.
       77  WK-DESCONTOS              PIC 9(07)V99    VALUE ZEROS.
       77  WK-LIQUIDO                PIC 9(07)V99    VALUE ZEROS.
       77  WK-BASE-FGTS              PIC 9(07)V99    VALUE ZEROS.
       77  WK-SITUACAO-CALC          PIC X(01)       VALUE SPACES.
       77  WK-LIN-RUBRICA            PIC X(04)       VALUE SPACES.
       77  WK-LIN-DESCRICAO          PIC X(30)       VALUE SPACES.
       77  WK-LIN-TIPO               PIC X(01)       VALUE SPACES.
       77  WK-LIN-VALOR              PIC 9(07)V99    VALUE ZEROS.
      *
       77  WK-QTDE-IMPRESSA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-EMAIL             PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-EMAIL         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ERRO-FILA         PIC 9(05)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    RESULTADOS DO PERIODO, POR EMPRESA E DEPARTAMENTO. NA
      *    REIMPRESSAO, SO OS HOLERITES CUJO EMAIL VOLTOU.
       EXEC SQL
           DECLARE CUR-HOLERITE CURSOR WITH HOLD FOR
               SELECT C.CODFUN, F.NOMEFUN, C.EMPRESA, C.DEPTOFUN,
                      COALESCE(D.DESCDEPTO, ' '), C.CARGOFUN,
                      COALESCE(G.DESCCARGO, ' '),
                      C.PROVENTOS, C.DESCONTOS, C.LIQUIDO,
                      C.BASEINSS, C.SITUACAO, F.EMAILFUN,
                      COALESCE(F.EMAILINV, ' ')
                 FROM EAD719.FOLHACALC C
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = C.CODFUN
                 LEFT JOIN EAD719.DEPARTAMENTOS D
                        ON D.DEPTOFUN = C.DEPTOFUN
                 LEFT JOIN EAD719.CARGOS G
                        ON G.CARGOFUN = C.CARGOFUN
                WHERE C.PERIODO = :WK-PERIODO
                  AND (:WK-EMPRESA-FILTRO = ' '
                       OR C.EMPRESA = :WK-EMPRESA-FILTRO)
                  AND (:WK-REIMPRESSAO = 'N'
                       OR EXISTS
                          (SELECT 1
                             FROM EAD719.NOTIFICA N
                            WHERE N.CODFUN   = C.CODFUN
                              AND N.TEMPLATE = 'HOLERITE'
                              AND N.ENVIADA  = 'B'
                              AND N.PAYLOAD  = :WK-PAYLOAD))
                ORDER BY C.EMPRESA, C.DEPTOFUN, C.CODFUN
       END-EXEC.
      *
      *    LINHAS DO CALCULO: PROVENTOS PRIMEIRO, POR RUBRICA.
       EXEC SQL
           DECLARE CUR-LINHAS CURSOR WITH HOLD FOR
               SELECT RUBRICA, DESCRICAO, TIPO, VALOR
                 FROM EAD719.FOLHALIN
                WHERE CODFUN  = :DB2-CODFUN
                  AND PERIODO = :WK-PERIODO
                ORDER BY TIPO DESC, RUBRICA
       END-EXEC.
      *
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(40).
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
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          COMPUTE WK-PERIODO = WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(9:6) IS NUMERIC
                MOVE LK-PARM-TEXTO(9:6) TO WK-PERIODO
             END-IF
             IF  LK-PARM-TEXTO(16:8) = 'EMPRESA='
                MOVE LK-PARM-TEXTO(24:3) TO WK-EMPRESA-FILTRO
                DISPLAY 'FILTRO DE EMPRESA: ' WK-EMPRESA-FILTRO
             END-IF
             IF  LK-PARM-TEXTO(28:9) = 'REIMPRIME'
                SET RODADA-REIMPRESSAO TO TRUE
             END-IF
          END-IF.
          MOVE SPACES TO WK-PAYLOAD.
          STRING 'PERIODO=' WK-PERIODO
                 DELIMITED BY SIZE INTO WK-PAYLOAD
          END-STRING.
          IF   RODADA-REIMPRESSAO
             DISPLAY 'HOLERITE: REIMPRESSAO DOS EMAILS DEVOLVIDOS '
                     'DO PERIODO ' WK-PERIODO
          ELSE
             DISPLAY 'HOLERITE: HOLERITES DO PERIODO ' WK-PERIODO
          END-IF.
          OPEN OUTPUT ARQ-IMPRESSAO.
          OPEN OUTPUT ARQ-EMAIL.
          EXEC SQL
             OPEN CUR-HOLERITE
          END-EXEC.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
      *    O FIM DA LEITURA E CONTROLADO PELO SWITCH: O SQLCODE DE
      *    UMA FALHA NA FILA (250) NAO INTERROMPE A RODADA.
          PERFORM UNTIL FIM-HOLERITES
             EXEC SQL
                FETCH CUR-HOLERITE
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-EMPRESAFUN,
                       :DB2-DEPTO-COD, :DB2-DEPTO-DESC,
                       :DB2-CARGO-COD, :DB2-CARGO-DESC,
                       :WK-PROVENTOS, :WK-DESCONTOS, :WK-LIQUIDO,
                       :WK-BASE-FGTS, :WK-SITUACAO-CALC,
                       :DB2-EMAILFUN, :DB2-EMAILINV
             END-EXEC
             EVALUATE SQLCODE
                WHEN 0
                   PERFORM 210-GERA-HOLERITE
                WHEN 100
                   SET FIM-HOLERITES TO TRUE
                WHEN OTHER
                   DISPLAY 'ERRO NA LEITURA DO CALCULO DA FOLHA - '
                           'SQLCODE ' SQLCODE ' - RODADA INTERROMPIDA'
                   MOVE 12 TO RETURN-CODE
                   SET FIM-HOLERITES TO TRUE
             END-EVALUATE
          END-PERFORM.
      *
       210-GERA-HOLERITE.
      *    SEM EMAIL, EMAIL INVALIDADO PELOS BOUNCES OU RODADA DE
      *    REIMPRESSAO: PAPEL. O RESTO VAI PELO EMAIL.
          IF   RODADA-REIMPRESSAO
            OR DB2-EMAILFUN-TEXT = SPACES
            OR DB2-EMAILINV      = 'S'
             SET DESTINO-IMPRESSO TO TRUE
          ELSE
             SET DESTINO-EMAIL    TO TRUE
          END-IF.
          PERFORM 220-GRAVA-CABECALHO.
          EXEC SQL
             OPEN CUR-LINHAS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-LINHAS
                  INTO :WK-LIN-RUBRICA, :WK-LIN-DESCRICAO,
                       :WK-LIN-TIPO, :WK-LIN-VALOR
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 230-GRAVA-LINHA
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-LINHAS
          END-EXEC.
          PERFORM 240-GRAVA-RODAPE.
          IF   DESTINO-EMAIL
             PERFORM 250-ENFILEIRA-HOLERITE
          ELSE
             ADD 1 TO WK-QTDE-IMPRESSA
             IF   NOT RODADA-REIMPRESSAO
                ADD 1 TO WK-QTDE-SEM-EMAIL
             END-IF
          END-IF.
      *
       220-GRAVA-CABECALHO.
          MOVE ALL '='                 TO REG-HOLERITE.
          PERFORM 290-EMITE-LINHA.
          MOVE SPACES                  TO REG-HOLERITE.
          MOVE 'DEMONSTRATIVO DE PAGAMENTO (HOLERITE)'
                                       TO HC1-TITULO.
          MOVE 'EMPRESA '              TO HC1-ROT-EMPRESA.
          MOVE DB2-EMPRESAFUN          TO HC1-EMPRESA.
          MOVE 'PERIODO '              TO HC1-ROT-PERIODO.
          MOVE WK-PER-MES              TO HC1-MES.
          MOVE '/'                     TO HC1-BARRA.
          MOVE WK-PER-ANO              TO HC1-ANO.
          PERFORM 290-EMITE-LINHA.
          MOVE SPACES                  TO REG-HOLERITE.
          MOVE 'FUNCIONARIO: '         TO HC2-ROT-FUNC.
          MOVE DB2-CODFUN              TO HC2-CODFUN.
          MOVE DB2-NOMEFUN-TEXT        TO HC2-NOMEFUN.
          PERFORM 290-EMITE-LINHA.
          MOVE SPACES                  TO REG-HOLERITE.
          MOVE 'DEPTO: '               TO HC3-ROT-DEPTO.
          MOVE DB2-DEPTO-COD           TO HC3-DEPTOFUN.
          MOVE DB2-DEPTO-DESC          TO HC3-DESCDEPTO.
          MOVE 'CARGO:'                TO HC3-ROT-CARGO.
          MOVE DB2-CARGO-COD           TO HC3-CARGOFUN.
          MOVE DB2-CARGO-DESC          TO HC3-DESCCARGO.
          PERFORM 290-EMITE-LINHA.
          MOVE ALL '-'                 TO REG-HOLERITE.
          PERFORM 290-EMITE-LINHA.
          MOVE SPACES                  TO REG-HOLERITE.
          STRING 'RUBR  DESCRICAO                             '
                 'PROVENTOS         DESCONTOS'
                 DELIMITED BY SIZE INTO REG-HOLERITE
          END-STRING.
          PERFORM 290-EMITE-LINHA.
      *
       230-GRAVA-LINHA.
          MOVE SPACES                  TO REG-HOLERITE.
          MOVE WK-LIN-RUBRICA          TO HD-RUBRICA.
          MOVE WK-LIN-DESCRICAO        TO HD-DESCRICAO.
          IF   WK-LIN-TIPO = 'P'
             MOVE WK-LIN-VALOR         TO HD-PROVENTO
          ELSE
             MOVE WK-LIN-VALOR         TO HD-DESCONTO
          END-IF.
          PERFORM 290-EMITE-LINHA.
      *
       240-GRAVA-RODAPE.
          MOVE ALL '-'                 TO REG-HOLERITE.
          PERFORM 290-EMITE-LINHA.
          MOVE SPACES                  TO REG-HOLERITE.
          MOVE 'TOTAL (BRUTO)'         TO HD-DESCRICAO.
          MOVE WK-PROVENTOS            TO HD-PROVENTO.
          MOVE WK-DESCONTOS            TO HD-DESCONTO.
          PERFORM 290-EMITE-LINHA.
          MOVE SPACES                  TO REG-HOLERITE.
          MOVE 'LIQUIDO A RECEBER '    TO HR-ROT-LIQUIDO.
          MOVE WK-LIQUIDO              TO HR-LIQUIDO.
          MOVE 'BASE DO FGTS: '        TO HR-ROT-FGTS.
          MOVE WK-BASE-FGTS            TO HR-BASE-FGTS.
          PERFORM 290-EMITE-LINHA.
      *    DESCONTOS MAIORES QUE PROVENTOS: O CALCFOLH NAO PAGOU -
      *    O HOLERITE DIZ POR QUE, ANTES DO TELEFONEMA.
          IF   WK-SITUACAO-CALC = 'N'
             MOVE SPACES               TO REG-HOLERITE
             STRING 'DESCONTOS MAIORES QUE OS PROVENTOS NO MES - '
                    'PROCURE O RH'
                    DELIMITED BY SIZE INTO REG-HOLERITE
             END-STRING
             PERFORM 290-EMITE-LINHA
          END-IF.
      *
       250-ENFILEIRA-HOLERITE.
      *    REGERACAO NO MESMO PERIODO NAO DUPLICA O EMAIL AINDA NAO
      *    ENVIADO - O PENDENTE ANTERIOR E ATUALIZADO; SO SEM ELE
      *    ENTRA UM NOVO. CADA COMANDO FALHA SOZINHO, SEM ROLLBACK:
      *    O ROLLBACK FECHARIA O CUR-HOLERITE NO MEIO DA RODADA.
          EXEC SQL
             UPDATE EAD719.NOTIFICA
                SET EMAILFUN   = :DB2-EMAILFUN,
                    DATAEVENTO = CURRENT DATE
              WHERE CODFUN   = :DB2-CODFUN
                AND TEMPLATE = 'HOLERITE'
                AND ENVIADA  = 'N'
                AND PAYLOAD  = :WK-PAYLOAD
          END-EXEC.
          IF   SQLCODE = 100
             EXEC SQL
                INSERT INTO EAD719.NOTIFICA
                   (CODFUN, EVENTO, EMAILFUN, TEMPLATE,
                    DATAEVENTO, ENVIADA, PAYLOAD)
                   VALUES (:DB2-CODFUN, 'P', :DB2-EMAILFUN,
                           'HOLERITE', CURRENT DATE, 'N',
                           :WK-PAYLOAD)
             END-EXEC
          END-IF.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WK-QTDE-EMAIL
          ELSE
             DISPLAY 'AVISO: HOLERITE DO FUNCIONARIO ' DB2-CODFUN
                     ' NAO ENFILEIRADO - SQLCODE ' SQLCODE
                     ' - ESTA NO HOLEMAIL, FORA DA FILA'
             ADD 1 TO WK-QTDE-ERRO-FILA
          END-IF.
      *
       290-EMITE-LINHA.
          IF   DESTINO-IMPRESSO
             WRITE REG-HOLERITE
          ELSE
             MOVE DB2-CODFUN           TO HM-CODFUN
             MOVE WK-PERIODO           TO HM-PERIODO
             MOVE REG-HOLERITE         TO HM-LINHA
             WRITE REG-HOLEMAIL
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          EXEC SQL
             CLOSE CUR-HOLERITE
          END-EXEC.
          CLOSE ARQ-IMPRESSAO.
          CLOSE ARQ-EMAIL.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DOS HOLERITES - PERIODO ' WK-PERIODO.
          DISPLAY '  ENVIADOS POR EMAIL .... ' WK-QTDE-EMAIL.
          DISPLAY '  IMPRESSOS ............. ' WK-QTDE-IMPRESSA.
          DISPLAY '  SEM EMAIL VALIDO ...... ' WK-QTDE-SEM-EMAIL.
          DISPLAY '  FORA DA FILA (ERRO) ... ' WK-QTDE-ERRO-FILA.
          DISPLAY '================================================'.
          IF   WK-QTDE-ERRO-FILA > ZEROS
           AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
          END-IF.
          EXIT.
