        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ALTMASSA.
        AUTHOR.        THIAGO.
      **************************************************
      * ALTERACAO EM MASSA DE UM CAMPO DO FUNCIONARIO  *
      * POR CRITERIOS (LIMPEZAS PONTUAIS: SINDICATOS   *
      * FUNDIDOS, DEPARTAMENTOS COM NOVO GESTOR ETC),  *
      * EM TRES EXECUCOES:                             *
      * 1. ACAO=PREVIA: SELECIONA PELOS CRITERIOS DO   *
      *    CONSFLEX (MAIS CARGO=, GESTOR=, SINDFUN=) E *
      *    GRAVA A PREVIA (EAD719.ALTMASSA, CRITERIOS  *
      *    EM EAD719.ALTMASSACRI E CADA CODFUN COM O   *
      *    VALOR ANTIGO EM EAD719.ALTMASSAFUN),        *
      *    LISTADA NO ARQUIVO ALTMLIST (ANTIGO/NOVO).  *
      *    QUEM JA TEM O VALOR NOVO NAO ENTRA. SEM     *
      *    STATUS=, DESLIGADOS NAO ENTRAM. A TRAVA DE  *
      *    LINHAS (LIMITE=, PADRAO 500) RECUSA A       *
      *    PREVIA INTEIRA;                             *
      * 2. ACAO=APROVA (OU REJEITA) NUMPREVIA=NNNNNN:  *
      *    OUTRO USUARIO, NAO QUEM GEROU A PREVIA      *
      *    (QUATRO OLHOS, COMO NO APRSALAR);           *
      * 3. ACAO=APLICA NUMPREVIA=NNNNNN: REFAZ A       *
      *    SELECAO COM OS CRITERIOS GRAVADOS E, SE ELA *
      *    NAO BATER MAIS COM A PREVIA APROVADA        *
      *    (FUNCIONARIO A MAIS, A MENOS OU COM OUTRO   *
      *    VALOR ANTIGO), PARA SEM ALTERAR NADA (RC 8, *
      *    PREVIA 'D' - GERE OUTRA). BATENDO, APLICA   *
      *    CADA UM PELO ALTERAR, COMO UMA TRANSACAO    *
      *    'A' DO PROGMAIN: MESMAS VALIDACOES,         *
      *    HISTORICO, LASTUPD E AUDITORIA.             *
      * SITUACAO DA PREVIA: P=PENDENTE, A=APROVADA,    *
      * R=REJEITADA, D=DIVERGENTE, E=EFETIVADA.        *
      *                                                *
      * LEIAUTE DO SYSIN (UM PARAMETRO POR REGISTRO):  *
      *   ACAO=PREVIA|APROVA|REJEITA|APLICA            *
      *   NUMPREVIA=999999   (APROVA/REJEITA/APLICA)   *
      *   CAMPO=DEPTOFUN|CARGOFUN|GESTOR|SINDFUN       *
      *   VALOR=XXXXXXX      (SINDFUN *** = DESFILIA)  *
      *   CRITERIOS DO CONSFLEX (SALMIN= ... LIMITE=)  *
      *   CARGO=XXXX  GESTOR=XXXXXXX  SINDFUN=XXX      *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SYSIN         ASSIGN TO SYSIN
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-LISTA         ASSIGN TO ALTMLIST
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SYSIN.
       01  REG-SYSIN                PIC X(80).
      *
       FD  ARQ-LISTA.
       01  REG-LISTA.
           05  RL-NUMPREVIA         PIC 9(06).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CODFUN            PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-NOMEFUN           PIC X(30).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-CAMPO             PIC X(08).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-VALORANT          PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-VALORNOVO         PIC X(07).
           05  FILLER               PIC X(02)       VALUE SPACES.
           05  RL-OBSERVACAO        PIC X(30).
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
       COPY CPYACEP.
       COPY CPYAUDIT.
       COPY CPYSENS.
       COPY CPYSQLMSG.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-VALOR-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==VALOR-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-GESTOR-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==GESTOR-VALIDO==.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-FUNCAO-PERMITIDA==
                                   ==CAMPO-VALIDO== BY
                                       ==FUNCAO-PERMITIDA==.
      *
       77  DB2-NASCFUN               PIC X(11)       VALUE SPACES.
       77  DB2-STATUSFUN             PIC X(01)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-GESTOR                PIC X(07)       VALUE SPACES.
       77  DB2-SINDFUN               PIC X(03)       VALUE SPACES.
      *
       77  WK-STATUS-RETORNO         PIC X           VALUE 'N'.
           88  TRANSACAO-OK                          VALUE 'S'.
           88  TRANSACAO-FALHOU                      VALUE 'N'.
       77  WK-MODO-EXECUCAO          PIC X           VALUE 'P'.
       77  WK-FUNCAO-ALTERACAO       PIC X(01)       VALUE 'A'.
      *
       77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
           88  FIM-SYSIN                             VALUE 'S'.
       77  WK-EXECUCAO-RECUSADA      PIC X           VALUE 'N'.
           88  EXECUCAO-RECUSADA                     VALUE 'S'.
       77  WK-ACAO                   PIC X(07)       VALUE 'PREVIA'.
           88  ACAO-PREVIA                           VALUE 'PREVIA'.
           88  ACAO-APROVA                           VALUE 'APROVA'.
           88  ACAO-REJEITA                          VALUE 'REJEITA'.
           88  ACAO-APLICA                           VALUE 'APLICA'.
       77  WK-NUMPREVIA              PIC 9(06)       VALUE ZEROS.
       77  WK-USUARIO                PIC X(08)       VALUE SPACES.
       77  WK-USUARIO-PREVIA         PIC X(08)       VALUE SPACES.
       77  WK-SITUACAO-PREVIA        PIC X(01)       VALUE SPACES.
       77  WK-QTDE-PREVIA            PIC 9(05)       VALUE ZEROS.
      *
      *    REGISTROS DE CRITERIO (DO SYSIN NA PREVIA; DE
      *    EAD719.ALTMASSACRI NA APLICACAO).
       01  TAB-CRITERIOS.
           05  TC-CRITERIO           OCCURS 30 TIMES
                                     PIC X(80).
       77  WK-QTDE-CRITERIOS         PIC 9(02)       VALUE ZEROS.
       77  WK-SEQ-CRITERIO           PIC 9(02)       VALUE ZEROS.
       77  WK-CRITERIO               PIC X(80)       VALUE SPACES.
      *
      *    CAMPO ALVO E NOVO VALOR.
       77  WK-CAMPO-ALVO             PIC X(08)       VALUE SPACES.
           88  CAMPO-DEPTOFUN                        VALUE 'DEPTOFUN'.
           88  CAMPO-CARGOFUN                        VALUE 'CARGOFUN'.
           88  CAMPO-GESTOR                          VALUE 'GESTOR'.
           88  CAMPO-SINDFUN                         VALUE 'SINDFUN'.
       77  WK-VALOR-NOVO             PIC X(07)       VALUE SPACES.
       77  WK-VALOR-ANTIGO           PIC X(07)       VALUE SPACES.
       77  WK-VALOR-PREVIA           PIC X(07)       VALUE SPACES.
       77  WK-QTDE-SINDICATO         PIC 9(05)       VALUE ZEROS.
       77  WK-STATUS-GESTOR          PIC X(01)       VALUE SPACES.
      *
      *    CRITERIOS ATIVOS (VALOR EM BRANCO/ZERO = NAO FILTRA).
       77  WK-CRIT-SALMIN            PIC 9(07)V99    VALUE ZEROS.
       77  WK-CRIT-SALMAX            PIC 9(07)V99    VALUE ZEROS.
       77  WK-CRIT-ADMDE-NUM         PIC 9(08)       VALUE ZEROS.
       77  WK-CRIT-ADMATE-NUM        PIC 9(08)       VALUE ZEROS.
       77  WK-CRIT-IDADEMIN          PIC 9(02)       VALUE ZEROS.
       77  WK-CRIT-IDADEMAX          PIC 9(02)       VALUE ZEROS.
       77  WK-CRIT-STATUS            PIC X(01)       VALUE SPACES.
       77  WK-CRIT-EMAILDOM          PIC X(30)       VALUE SPACES.
       77  WK-CRIT-CARGO             PIC X(04)       VALUE SPACES.
       77  WK-CRIT-GESTOR            PIC X(07)       VALUE SPACES.
       77  WK-CRIT-SINDFUN           PIC X(03)       VALUE SPACES.
       77  WK-CRIT-LIMITE            PIC 9(05)       VALUE 500.
       77  WK-QTDE-FILTROS           PIC 9(02)       VALUE ZEROS.
       01  TAB-CRIT-DEPTOS.
           05  WK-CRIT-DEPTO         OCCURS 10 TIMES
                                     PIC X(03).
       77  WK-QTDE-DEPTOS            PIC 9(02)       VALUE ZEROS.
      *
       01  WK-DATA-PARTES.
           05  WK-DT-DIA            PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DT-MES            PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-DT-ANO            PIC X(04).
       77  WK-DATA-NUM               PIC 9(08)       VALUE ZEROS.
       77  WK-IDADE-ATUAL            PIC 99          VALUE ZEROS.
       77  WK-DOMINIO-LIDO           PIC X(30)       VALUE SPACES.
       77  WK-PARTE-LOCAL            PIC X(30)       VALUE SPACES.
       77  WK-IDX                    PIC 9(02)       VALUE ZEROS.
       77  WK-CRITERIO-ATENDE        PIC X           VALUE 'S'.
           88  CRITERIO-ATENDE                       VALUE 'S'.
       77  WK-SALARIO-TEXTO          PIC X(12)       VALUE SPACES.
       77  WK-FIM-SELECAO            PIC X(01)       VALUE 'N'.
           88  FIM-SELECAO                           VALUE 'S'.
       77  WK-TRAVA-ARMOU            PIC X           VALUE 'N'.
           88  TRAVA-ARMOU                           VALUE 'S'.
      *
       77  WK-QTDE-SELECIONADA       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-CONFERE           PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DIVERGENTE        PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-APLICADA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RECUSADA          PIC 9(05)       VALUE ZEROS.
      *
       EXEC SQL
           DECLARE CUR-SELECAO CURSOR FOR
               SELECT CODFUN, NOMEFUN, SALARIOFUN, DEPTOFUN,
                      ADMISSFUN, NASCFUN, EMAILFUN, STATUSFUN,
                      CARGOFUN, COALESCE(GESTOR, ' '),
                      COALESCE(SINDFUN, ' ')
                 FROM EAD719.FUNCIONARIOS
                ORDER BY CODFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-CRITERIOS CURSOR FOR
               SELECT CRITERIO
                 FROM EAD719.ALTMASSACRI
                WHERE NUMPREVIA = :WK-NUMPREVIA
                ORDER BY SEQ
       END-EXEC.
      *
      *    O ALTERAR CONFIRMA CADA FUNCIONARIO - O CURSOR PRECISA
      *    SOBREVIVER AOS COMMITS.
       EXEC SQL
           DECLARE CUR-PREVIA-FUN CURSOR WITH HOLD FOR
               SELECT P.CODFUN, P.VALORANT, F.NOMEFUN, F.DEPTOFUN
                 FROM EAD719.ALTMASSAFUN P
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = P.CODFUN
                WHERE P.NUMPREVIA = :WK-NUMPREVIA
                ORDER BY P.CODFUN
       END-EXEC.
      *
       PROCEDURE DIVISION.
      * Grava auditoria da transacao (AUDITFUN)
           COPY GRAVAUDIT.
      *
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          IF   NOT EXECUCAO-RECUSADA
             EVALUATE TRUE
                WHEN ACAO-PREVIA
                   PERFORM 201-GERA-PREVIA
                WHEN ACAO-APROVA
                WHEN ACAO-REJEITA
                   PERFORM 301-DECIDE-PREVIA
                WHEN ACAO-APLICA
                   PERFORM 401-APLICA-PREVIA
             END-EVALUATE
          END-IF.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          EXEC SQL
             VALUES (CURRENT SQLID) INTO :WK-USUARIO
          END-EXEC.
          CALL "VALPERM" USING WK-CLASSE-SENSIVEL, WK-VE-SENSIVEL.
          OPEN INPUT  ARQ-SYSIN.
          OPEN OUTPUT ARQ-LISTA.
          PERFORM 110-LER-SYSIN UNTIL FIM-SYSIN.
          CLOSE ARQ-SYSIN.
          IF   NOT ACAO-PREVIA AND NOT ACAO-APROVA
               AND NOT ACAO-REJEITA AND NOT ACAO-APLICA
             DISPLAY 'ACAO ' WK-ACAO ' INVALIDA - USE PREVIA, '
                     'APROVA, REJEITA OU APLICA'
             SET EXECUCAO-RECUSADA TO TRUE
          END-IF.
          IF   NOT ACAO-PREVIA AND WK-NUMPREVIA = ZEROS
             DISPLAY 'ACAO ' WK-ACAO ' EXIGE NUMPREVIA='
             SET EXECUCAO-RECUSADA TO TRUE
          END-IF.
      *    A ALTERACAO EM MASSA E UMA SERIE DE TRANSACOES 'A' - QUEM
      *    NAO TEM A FUNCAO NO VALPERM NAO PREPARA, APROVA NEM APLICA.
          CALL "VALPERM" USING WK-FUNCAO-ALTERACAO,
                               WK-FUNCAO-PERMITIDA.
          IF   NOT FUNCAO-PERMITIDA
             DISPLAY 'USUARIO ' WK-USUARIO ' SEM PERMISSAO PARA A '
                     'FUNCAO A (ALTERACAO)'
             SET EXECUCAO-RECUSADA TO TRUE
          END-IF.
          IF   EXECUCAO-RECUSADA
             MOVE 8 TO RETURN-CODE
          END-IF.
      *
       110-LER-SYSIN.
          READ ARQ-SYSIN
             AT END
                SET FIM-SYSIN TO TRUE
             NOT AT END
                PERFORM 111-CLASSIFICA-REGISTRO
          END-READ.
      *
       111-CLASSIFICA-REGISTRO.
          EVALUATE TRUE
             WHEN REG-SYSIN(1:5) = 'ACAO='
                MOVE REG-SYSIN(6:7) TO WK-ACAO
             WHEN REG-SYSIN(1:10) = 'NUMPREVIA='
                  AND REG-SYSIN(11:6) IS NUMERIC
                MOVE REG-SYSIN(11:6) TO WK-NUMPREVIA
             WHEN REG-SYSIN = SPACES
                CONTINUE
             WHEN WK-QTDE-CRITERIOS NOT < 30
                DISPLAY 'MAIS DE 30 CRITERIOS - REGISTRO IGNORADO: '
                        REG-SYSIN
                SET EXECUCAO-RECUSADA TO TRUE
             WHEN OTHER
                ADD 1 TO WK-QTDE-CRITERIOS
                MOVE REG-SYSIN TO TC-CRITERIO(WK-QTDE-CRITERIOS)
          END-EVALUATE.
      *
       120-INTERPRETA-CRITERIOS.
          PERFORM VARYING WK-SEQ-CRITERIO FROM 1 BY 1
                  UNTIL WK-SEQ-CRITERIO > WK-QTDE-CRITERIOS
             MOVE TC-CRITERIO(WK-SEQ-CRITERIO) TO WK-CRITERIO
             PERFORM 121-INTERPRETA-CRITERIO
          END-PERFORM.
      *
       121-INTERPRETA-CRITERIO.
      *    MESMOS CRITERIOS DO CONSFLEX; AQUI UM CRITERIO QUE NAO
      *    PODE SER APLICADO RECUSA A EXECUCAO - IGNORA-LO
      *    ALARGARIA A SELECAO DE UMA ALTERACAO.
          EVALUATE TRUE
             WHEN WK-CRITERIO(1:6) = 'CAMPO='
                MOVE WK-CRITERIO(7:8) TO WK-CAMPO-ALVO
             WHEN WK-CRITERIO(1:6) = 'VALOR='
                MOVE WK-CRITERIO(7:7) TO WK-VALOR-NOVO
             WHEN (WK-CRITERIO(1:7) = 'SALMIN=' OR 'SALMAX=')
                  AND NOT VE-CAMPO-SENSIVEL
                DISPLAY 'CRITERIO RECUSADO - SALARIO E CAMPO '
                        'SENSIVEL PARA O SEU USUARIO: ' WK-CRITERIO
                SET EXECUCAO-RECUSADA TO TRUE
             WHEN WK-CRITERIO(1:7) = 'SALMIN='
                MOVE WK-CRITERIO(8:10) TO WK-SALARIO-TEXTO
                COMPUTE WK-CRIT-SALMIN =
                        FUNCTION NUMVAL-C(WK-SALARIO-TEXTO)
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:7) = 'SALMAX='
                MOVE WK-CRITERIO(8:10) TO WK-SALARIO-TEXTO
                COMPUTE WK-CRIT-SALMAX =
                        FUNCTION NUMVAL-C(WK-SALARIO-TEXTO)
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:6) = 'ADMDE='
                MOVE WK-CRITERIO(7:10) TO WK-DATA-PARTES
                PERFORM 122-CONVERTE-DATA
                MOVE WK-DATA-NUM TO WK-CRIT-ADMDE-NUM
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:7) = 'ADMATE='
                MOVE WK-CRITERIO(8:10) TO WK-DATA-PARTES
                PERFORM 122-CONVERTE-DATA
                MOVE WK-DATA-NUM TO WK-CRIT-ADMATE-NUM
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:9) = 'IDADEMIN='
                  AND WK-CRITERIO(10:2) IS NUMERIC
                MOVE WK-CRITERIO(10:2) TO WK-CRIT-IDADEMIN
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:9) = 'IDADEMAX='
                  AND WK-CRITERIO(10:2) IS NUMERIC
                MOVE WK-CRITERIO(10:2) TO WK-CRIT-IDADEMAX
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:7) = 'STATUS='
                MOVE WK-CRITERIO(8:1) TO WK-CRIT-STATUS
             WHEN WK-CRITERIO(1:7) = 'DEPTOS='
                PERFORM 123-INTERPRETA-DEPTOS
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:9) = 'EMAILDOM='
                MOVE WK-CRITERIO(10:30) TO WK-CRIT-EMAILDOM
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:6) = 'CARGO='
                MOVE WK-CRITERIO(7:4) TO WK-CRIT-CARGO
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:7) = 'GESTOR='
                MOVE WK-CRITERIO(8:7) TO WK-CRIT-GESTOR
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:8) = 'SINDFUN='
                MOVE WK-CRITERIO(9:3) TO WK-CRIT-SINDFUN
                ADD 1 TO WK-QTDE-FILTROS
             WHEN WK-CRITERIO(1:7) = 'LIMITE='
                  AND WK-CRITERIO(8:5) IS NUMERIC
                MOVE WK-CRITERIO(8:5) TO WK-CRIT-LIMITE
             WHEN OTHER
                DISPLAY 'CRITERIO NAO RECONHECIDO: ' WK-CRITERIO
                SET EXECUCAO-RECUSADA TO TRUE
          END-EVALUATE.
      *
       122-CONVERTE-DATA.
          IF   WK-DT-DIA IS NUMERIC
           AND WK-DT-MES IS NUMERIC
           AND WK-DT-ANO IS NUMERIC
             COMPUTE WK-DATA-NUM =
                     FUNCTION NUMVAL(WK-DT-ANO) * 10000
                   + FUNCTION NUMVAL(WK-DT-MES) * 100
                   + FUNCTION NUMVAL(WK-DT-DIA)
          ELSE
             MOVE ZEROS TO WK-DATA-NUM
             DISPLAY 'DATA DE CRITERIO INVALIDA: ' WK-CRITERIO
             SET EXECUCAO-RECUSADA TO TRUE
          END-IF.
      *
       123-INTERPRETA-DEPTOS.
          MOVE ZEROS TO WK-QTDE-DEPTOS.
          UNSTRING WK-CRITERIO(8:40) DELIMITED BY ','
                   INTO WK-CRIT-DEPTO(1) WK-CRIT-DEPTO(2)
                        WK-CRIT-DEPTO(3) WK-CRIT-DEPTO(4)
                        WK-CRIT-DEPTO(5) WK-CRIT-DEPTO(6)
                        WK-CRIT-DEPTO(7) WK-CRIT-DEPTO(8)
                        WK-CRIT-DEPTO(9) WK-CRIT-DEPTO(10)
          END-UNSTRING.
          PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 10
             IF   WK-CRIT-DEPTO(WK-IDX) NOT = SPACES
                MOVE WK-IDX TO WK-QTDE-DEPTOS
             END-IF
          END-PERFORM.
      *
       130-CONFERE-ALVO.
      *    CAMPO ALVO, NOVO VALOR E AO MENOS UM FILTRO - SEM
      *    FILTRO A ALTERACAO PEGARIA A EMPRESA INTEIRA.
          MOVE 'N' TO WK-VALOR-VALIDO.
          EVALUATE TRUE
             WHEN WK-VALOR-NOVO = SPACES
                DISPLAY 'VALOR= NAO INFORMADO'
             WHEN CAMPO-DEPTOFUN
                CALL "VALDEPTO" USING WK-VALOR-NOVO(1:3),
                                      WK-VALOR-VALIDO
             WHEN CAMPO-CARGOFUN
                CALL "VALCARGO" USING WK-VALOR-NOVO,
                                      WK-VALOR-VALIDO
             WHEN CAMPO-SINDFUN
                IF   WK-VALOR-NOVO(1:3) = '***'
                   SET VALOR-VALIDO TO TRUE
                ELSE
                   EXEC SQL
                      SELECT COUNT(*)
                        INTO :WK-QTDE-SINDICATO
                        FROM EAD719.SINDICATO
                       WHERE CODSIND = :WK-VALOR-NOVO
                   END-EXEC
                   IF   SQLCODE = 0 AND WK-QTDE-SINDICATO > ZEROS
                      SET VALOR-VALIDO TO TRUE
                   END-IF
                END-IF
             WHEN CAMPO-GESTOR
                MOVE SPACES TO WK-STATUS-GESTOR
                EXEC SQL
                   SELECT STATUSFUN
                     INTO :WK-STATUS-GESTOR
                     FROM EAD719.FUNCIONARIOS
                    WHERE CODFUN = :WK-VALOR-NOVO
                END-EXEC
                IF   SQLCODE = 0 AND WK-STATUS-GESTOR = 'A'
                   SET VALOR-VALIDO TO TRUE
                END-IF
             WHEN OTHER
                DISPLAY 'CAMPO=' WK-CAMPO-ALVO ' NAO SUPORTADO - '
                        'USE DEPTOFUN, CARGOFUN, GESTOR OU SINDFUN'
          END-EVALUATE.
          IF   NOT VALOR-VALIDO
             DISPLAY 'VALOR ' WK-VALOR-NOVO ' INVALIDO PARA O CAMPO '
                     WK-CAMPO-ALVO
             SET EXECUCAO-RECUSADA TO TRUE
          END-IF.
          IF   WK-QTDE-FILTROS = ZEROS
             DISPLAY 'NENHUM CRITERIO DE SELECAO INFORMADO - '
                     'ALTERACAO EM MASSA EXIGE AO MENOS UM FILTRO'
             SET EXECUCAO-RECUSADA TO TRUE
          END-IF.
      *
       140-SELECIONA.
      *    UM FUNCIONARIO DO CURSOR DE SELECAO: CRITERIOS, VALOR
      *    ATUAL DO CAMPO E, SE MUDA, SELECIONADO.
          PERFORM 141-APLICA-CRITERIOS.
          IF   CRITERIO-ATENDE
             EVALUATE TRUE
                WHEN CAMPO-DEPTOFUN
                   MOVE DB2-DEPTOFUN TO WK-VALOR-ANTIGO
                WHEN CAMPO-CARGOFUN
                   MOVE DB2-CARGOFUN TO WK-VALOR-ANTIGO
                WHEN CAMPO-GESTOR
                   MOVE DB2-GESTOR   TO WK-VALOR-ANTIGO
                WHEN CAMPO-SINDFUN
                   MOVE DB2-SINDFUN  TO WK-VALOR-ANTIGO
             END-EVALUATE
             IF   WK-VALOR-ANTIGO = WK-VALOR-NOVO
                  OR (CAMPO-SINDFUN AND WK-VALOR-NOVO(1:3) = '***'
                      AND WK-VALOR-ANTIGO = SPACES)
                MOVE 'N' TO WK-CRITERIO-ATENDE
             END-IF
          END-IF.
      *
       141-APLICA-CRITERIOS.
      *    TODOS OS CRITERIOS INFORMADOS PRECISAM SER ATENDIDOS (E
      *    LOGICO); CRITERIO NAO INFORMADO NAO FILTRA NADA.
          MOVE 'S' TO WK-CRITERIO-ATENDE.

          IF   WK-CRIT-STATUS = SPACES
           AND DB2-STATUSFUN = 'D'
             MOVE 'N' TO WK-CRITERIO-ATENDE
          END-IF.
          IF   WK-CRIT-STATUS NOT = SPACES
           AND DB2-STATUSFUN NOT = WK-CRIT-STATUS
             MOVE 'N' TO WK-CRITERIO-ATENDE
          END-IF.

          IF   WK-CRIT-SALMIN > ZEROS
           AND DB2-SALARIOFUN < WK-CRIT-SALMIN
             MOVE 'N' TO WK-CRITERIO-ATENDE
          END-IF.
          IF   WK-CRIT-SALMAX > ZEROS
           AND DB2-SALARIOFUN > WK-CRIT-SALMAX
             MOVE 'N' TO WK-CRITERIO-ATENDE
          END-IF.

          IF   CRITERIO-ATENDE
           AND (WK-CRIT-ADMDE-NUM > ZEROS
                OR WK-CRIT-ADMATE-NUM > ZEROS)
             MOVE DB2-ADMISSFUN(1:10) TO WK-DATA-PARTES
             IF   WK-DT-ANO IS NUMERIC
                COMPUTE WK-DATA-NUM =
                        FUNCTION NUMVAL(WK-DT-ANO) * 10000
                      + FUNCTION NUMVAL(WK-DT-MES) * 100
                      + FUNCTION NUMVAL(WK-DT-DIA)
             ELSE
                MOVE ZEROS TO WK-DATA-NUM
             END-IF
             IF   WK-CRIT-ADMDE-NUM > ZEROS
              AND WK-DATA-NUM < WK-CRIT-ADMDE-NUM
                MOVE 'N' TO WK-CRITERIO-ATENDE
             END-IF
             IF   WK-CRIT-ADMATE-NUM > ZEROS
              AND WK-DATA-NUM > WK-CRIT-ADMATE-NUM
                MOVE 'N' TO WK-CRITERIO-ATENDE
             END-IF
          END-IF.

          IF   CRITERIO-ATENDE
           AND (WK-CRIT-IDADEMIN > ZEROS
                OR WK-CRIT-IDADEMAX > ZEROS)
             CALL "CALCIDAD" USING DB2-NASCFUN, WK-IDADE-ATUAL
             IF   WK-CRIT-IDADEMIN > ZEROS
              AND WK-IDADE-ATUAL < WK-CRIT-IDADEMIN
                MOVE 'N' TO WK-CRITERIO-ATENDE
             END-IF
             IF   WK-CRIT-IDADEMAX > ZEROS
              AND WK-IDADE-ATUAL > WK-CRIT-IDADEMAX
                MOVE 'N' TO WK-CRITERIO-ATENDE
             END-IF
          END-IF.

          IF   CRITERIO-ATENDE
           AND WK-QTDE-DEPTOS > ZEROS
             MOVE 'N' TO WK-CRITERIO-ATENDE
             PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX > WK-QTDE-DEPTOS
                IF   DB2-DEPTOFUN = WK-CRIT-DEPTO(WK-IDX)
                   MOVE 'S' TO WK-CRITERIO-ATENDE
                END-IF
             END-PERFORM
          END-IF.

          IF   CRITERIO-ATENDE
           AND WK-CRIT-EMAILDOM NOT = SPACES
             MOVE SPACES TO WK-DOMINIO-LIDO WK-PARTE-LOCAL
             UNSTRING DB2-EMAILFUN-TEXT DELIMITED BY '@'
                      INTO WK-PARTE-LOCAL WK-DOMINIO-LIDO
             END-UNSTRING
             IF   WK-DOMINIO-LIDO NOT = WK-CRIT-EMAILDOM
                MOVE 'N' TO WK-CRITERIO-ATENDE
             END-IF
          END-IF.

          IF   WK-CRIT-CARGO NOT = SPACES
           AND DB2-CARGOFUN NOT = WK-CRIT-CARGO
             MOVE 'N' TO WK-CRITERIO-ATENDE
          END-IF.
          IF   WK-CRIT-GESTOR NOT = SPACES
           AND DB2-GESTOR NOT = WK-CRIT-GESTOR
             MOVE 'N' TO WK-CRITERIO-ATENDE
          END-IF.
          IF   WK-CRIT-SINDFUN NOT = SPACES
           AND DB2-SINDFUN NOT = WK-CRIT-SINDFUN
             MOVE 'N' TO WK-CRITERIO-ATENDE
          END-IF.
      *
       150-LE-FUNCIONARIO.
          EXEC SQL
             FETCH CUR-SELECAO
               INTO :DB2-CODFUN, :DB2-NOMEFUN, :DB2-SALARIOFUN,
                    :DB2-DEPTOFUN, :DB2-ADMISSFUN, :DB2-NASCFUN,
                    :DB2-EMAILFUN, :DB2-STATUSFUN, :DB2-CARGOFUN,
                    :DB2-GESTOR, :DB2-SINDFUN
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                SET FIM-SELECAO TO TRUE
             WHEN OTHER
                PERFORM 990-ERRO-SQL
          END-EVALUATE.
      *
       200-PREVIA SECTION.
       201-GERA-PREVIA.
          PERFORM 120-INTERPRETA-CRITERIOS.
          PERFORM 130-CONFERE-ALVO.
          IF   EXECUCAO-RECUSADA
             MOVE 8 TO RETURN-CODE
          ELSE
             EXEC SQL
                SELECT COALESCE(MAX(NUMPREVIA), 0) + 1
                  INTO :WK-NUMPREVIA
                  FROM EAD719.ALTMASSA
             END-EXEC
             IF   SQLCODE NOT = 0
                PERFORM 990-ERRO-SQL
             END-IF
             EXEC SQL
                OPEN CUR-SELECAO
             END-EXEC
             IF   SQLCODE NOT = 0
                PERFORM 990-ERRO-SQL
             END-IF
             PERFORM 150-LE-FUNCIONARIO
             PERFORM UNTIL FIM-SELECAO OR TRAVA-ARMOU
                PERFORM 140-SELECIONA
                IF   CRITERIO-ATENDE
                   PERFORM 210-GRAVA-ITEM-PREVIA
                END-IF
                PERFORM 150-LE-FUNCIONARIO
             END-PERFORM
             EXEC SQL
                CLOSE CUR-SELECAO
             END-EXEC
             PERFORM 220-FECHA-PREVIA
          END-IF.
      *
       210-GRAVA-ITEM-PREVIA.
          IF   WK-QTDE-SELECIONADA NOT < WK-CRIT-LIMITE
             SET TRAVA-ARMOU TO TRUE
          ELSE
             ADD 1 TO WK-QTDE-SELECIONADA
             EXEC SQL
                INSERT INTO EAD719.ALTMASSAFUN
                   (NUMPREVIA, CODFUN, VALORANT, RESULTADO)
                   VALUES (:WK-NUMPREVIA, :DB2-CODFUN,
                           :WK-VALOR-ANTIGO, ' ')
             END-EXEC
             IF   SQLCODE NOT = 0
                PERFORM 990-ERRO-SQL
             END-IF
             MOVE SPACES TO RL-OBSERVACAO
      *       O GESTOR DEPENDE DE CADA FUNCIONARIO (CICLO NA CADEIA):
      *       A PREVIA JA APONTA QUEM O ALTERAR VAI RECUSAR.
             IF   CAMPO-GESTOR
                CALL "VALGESTO" USING DB2-CODFUN,
                                      WK-VALOR-NOVO,
                                      WK-GESTOR-VALIDO
                IF   NOT GESTOR-VALIDO
                   MOVE 'GESTOR INVALIDO - SERA RECUSADO'
                     TO RL-OBSERVACAO
                END-IF
             END-IF
             PERFORM 230-GRAVA-LINHA
          END-IF.
      *
       220-FECHA-PREVIA.
          EVALUATE TRUE
             WHEN TRAVA-ARMOU
                EXEC SQL ROLLBACK END-EXEC
                DISPLAY 'PREVIA RECUSADA - A SELECAO PASSA DA TRAVA '
                        'DE ' WK-CRIT-LIMITE ' FUNCIONARIO(S); REFINE '
                        'OS CRITERIOS OU AUMENTE O LIMITE'
                MOVE 8 TO RETURN-CODE
             WHEN WK-QTDE-SELECIONADA = ZEROS
                EXEC SQL ROLLBACK END-EXEC
                DISPLAY 'NENHUM FUNCIONARIO SELECIONADO - PREVIA '
                        'NAO GRAVADA'
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                PERFORM 221-GRAVA-CRITERIO
                        VARYING WK-SEQ-CRITERIO FROM 1 BY 1
                        UNTIL WK-SEQ-CRITERIO > WK-QTDE-CRITERIOS
                EXEC SQL
                   INSERT INTO EAD719.ALTMASSA
                      (NUMPREVIA, CAMPO, VALORNOVO, QTDE, SITUACAO,
                       USUARIOPREVIA, DATAPREVIA, USUARIOAPROV)
                      VALUES (:WK-NUMPREVIA, :WK-CAMPO-ALVO,
                              :WK-VALOR-NOVO, :WK-QTDE-SELECIONADA,
                              'P', :WK-USUARIO, CURRENT TIMESTAMP,
                              ' ')
                END-EXEC
                IF   SQLCODE NOT = 0
                   PERFORM 990-ERRO-SQL
                END-IF
                EXEC SQL COMMIT END-EXEC
                DISPLAY 'PREVIA ' WK-NUMPREVIA ' GRAVADA: '
                        WK-QTDE-SELECIONADA ' FUNCIONARIO(S), '
                        WK-CAMPO-ALVO ' PARA ' WK-VALOR-NOVO
                        ' - AGUARDA APROVACAO DE OUTRO USUARIO'
          END-EVALUATE.
      *
       221-GRAVA-CRITERIO.
          EXEC SQL
             INSERT INTO EAD719.ALTMASSACRI
                (NUMPREVIA, SEQ, CRITERIO)
                VALUES (:WK-NUMPREVIA, :WK-SEQ-CRITERIO,
                        :TC-CRITERIO(WK-SEQ-CRITERIO))
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
      *
       230-GRAVA-LINHA.
          MOVE WK-NUMPREVIA      TO RL-NUMPREVIA.
          MOVE DB2-CODFUN        TO RL-CODFUN.
          MOVE DB2-NOMEFUN-TEXT  TO RL-NOMEFUN.
          MOVE DB2-DEPTOFUN      TO RL-DEPTOFUN.
          MOVE WK-CAMPO-ALVO     TO RL-CAMPO.
          MOVE WK-VALOR-ANTIGO   TO RL-VALORANT.
          MOVE WK-VALOR-NOVO     TO RL-VALORNOVO.
          WRITE REG-LISTA.
      *
       300-APROVACAO SECTION.
       301-DECIDE-PREVIA.
          PERFORM 310-LE-PREVIA.
          EVALUATE TRUE
             WHEN EXECUCAO-RECUSADA
                MOVE 8 TO RETURN-CODE
             WHEN WK-SITUACAO-PREVIA NOT = 'P'
                DISPLAY 'PREVIA ' WK-NUMPREVIA ' NAO ESTA PENDENTE '
                        '(SITUACAO ' WK-SITUACAO-PREVIA ')'
                MOVE 8 TO RETURN-CODE
             WHEN WK-USUARIO = WK-USUARIO-PREVIA
      *         QUATRO OLHOS: QUEM GEROU A PREVIA NAO APROVA NEM
      *         REJEITA.
                DISPLAY 'PREVIA ' WK-NUMPREVIA ' GERADA POR '
                        WK-USUARIO-PREVIA ' - O MESMO USUARIO NAO '
                        'PODE APROVAR OU REJEITAR (QUATRO OLHOS)'
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                IF   ACAO-APROVA
                   MOVE 'A' TO WK-SITUACAO-PREVIA
                ELSE
                   MOVE 'R' TO WK-SITUACAO-PREVIA
                END-IF
                EXEC SQL
                   UPDATE EAD719.ALTMASSA
                      SET SITUACAO     = :WK-SITUACAO-PREVIA,
                          USUARIOAPROV = :WK-USUARIO
                    WHERE NUMPREVIA = :WK-NUMPREVIA
                      AND SITUACAO  = 'P'
                END-EXEC
                IF   SQLCODE NOT = 0
                   PERFORM 990-ERRO-SQL
                END-IF
                EXEC SQL COMMIT END-EXEC
                DISPLAY 'PREVIA ' WK-NUMPREVIA ' (' WK-QTDE-PREVIA
                        ' FUNCIONARIO(S), ' WK-CAMPO-ALVO ' PARA '
                        WK-VALOR-NOVO ') ' WK-ACAO ' POR '
                        WK-USUARIO
          END-EVALUATE.
      *
       310-LE-PREVIA.
          EXEC SQL
             SELECT CAMPO, VALORNOVO, QTDE, SITUACAO, USUARIOPREVIA
               INTO :WK-CAMPO-ALVO, :WK-VALOR-NOVO, :WK-QTDE-PREVIA,
                    :WK-SITUACAO-PREVIA, :WK-USUARIO-PREVIA
               FROM EAD719.ALTMASSA
              WHERE NUMPREVIA = :WK-NUMPREVIA
          END-EXEC.
          EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                DISPLAY 'PREVIA ' WK-NUMPREVIA ' NAO EXISTE'
                SET EXECUCAO-RECUSADA TO TRUE
             WHEN OTHER
                PERFORM 990-ERRO-SQL
          END-EVALUATE.
      *
       400-APLICACAO SECTION.
       401-APLICA-PREVIA.
          IF   WK-QTDE-CRITERIOS > ZEROS
             DISPLAY 'AVISO: CRITERIOS DO SYSIN IGNORADOS - A '
                     'APLICACAO USA OS GRAVADOS NA PREVIA'
             MOVE ZEROS TO WK-QTDE-CRITERIOS
          END-IF.
          PERFORM 310-LE-PREVIA.
          IF   NOT EXECUCAO-RECUSADA
               AND WK-SITUACAO-PREVIA NOT = 'A'
             DISPLAY 'PREVIA ' WK-NUMPREVIA ' NAO ESTA APROVADA '
                     '(SITUACAO ' WK-SITUACAO-PREVIA ')'
             SET EXECUCAO-RECUSADA TO TRUE
          END-IF.
          IF   NOT EXECUCAO-RECUSADA
             PERFORM 410-CARREGA-CRITERIOS
             PERFORM 120-INTERPRETA-CRITERIOS
          END-IF.
          IF   NOT EXECUCAO-RECUSADA
             PERFORM 420-CONFERE-SELECAO
          END-IF.
          IF   EXECUCAO-RECUSADA
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM 430-EFETIVA-PREVIA
          END-IF.
      *
       410-CARREGA-CRITERIOS.
          EXEC SQL
             OPEN CUR-CRITERIOS
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-CRITERIOS
                  INTO :WK-CRITERIO
             END-EXEC
             IF   SQLCODE = 0 AND WK-QTDE-CRITERIOS < 30
                ADD 1 TO WK-QTDE-CRITERIOS
                MOVE WK-CRITERIO TO TC-CRITERIO(WK-QTDE-CRITERIOS)
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             PERFORM 990-ERRO-SQL
          END-IF.
          EXEC SQL
             CLOSE CUR-CRITERIOS
          END-EXEC.
      *
       420-CONFERE-SELECAO.
      *    A SELECAO DE HOJE PRECISA SER EXATAMENTE A DA PREVIA
      *    APROVADA: MESMOS CODFUN, MESMO VALOR ANTIGO.
          EXEC SQL
             OPEN CUR-SELECAO
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          PERFORM 150-LE-FUNCIONARIO.
          PERFORM UNTIL FIM-SELECAO
             PERFORM 140-SELECIONA
             IF   CRITERIO-ATENDE
                PERFORM 421-CONFERE-ITEM
             END-IF
             PERFORM 150-LE-FUNCIONARIO
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-SELECAO
          END-EXEC.
          IF   WK-QTDE-DIVERGENTE > ZEROS
               OR WK-QTDE-CONFERE NOT = WK-QTDE-PREVIA
             COMPUTE WK-QTDE-DIVERGENTE = WK-QTDE-DIVERGENTE
                   + WK-QTDE-PREVIA - WK-QTDE-CONFERE
             DISPLAY 'SELECAO NAO BATE COM A PREVIA APROVADA '
                     WK-NUMPREVIA ': ' WK-QTDE-CONFERE ' DE '
                     WK-QTDE-PREVIA ' CONFEREM, ' WK-QTDE-DIVERGENTE
                     ' DIVERGENCIA(S) - NADA ALTERADO, GERE NOVA '
                     'PREVIA'
             EXEC SQL
                UPDATE EAD719.ALTMASSA
                   SET SITUACAO = 'D'
                 WHERE NUMPREVIA = :WK-NUMPREVIA
             END-EXEC
             IF   SQLCODE NOT = 0
                PERFORM 990-ERRO-SQL
             END-IF
             EXEC SQL COMMIT END-EXEC
             SET EXECUCAO-RECUSADA TO TRUE
          END-IF.
      *
       421-CONFERE-ITEM.
          MOVE SPACES TO WK-VALOR-PREVIA.
          EXEC SQL
             SELECT VALORANT
               INTO :WK-VALOR-PREVIA
               FROM EAD719.ALTMASSAFUN
              WHERE NUMPREVIA = :WK-NUMPREVIA
                AND CODFUN    = :DB2-CODFUN
          END-EXEC.
          EVALUATE TRUE
             WHEN SQLCODE = 100
                ADD 1 TO WK-QTDE-DIVERGENTE
                DISPLAY 'DIVERGENCIA: FUNCIONARIO ' DB2-CODFUN
                        ' SELECIONADO HOJE E FORA DA PREVIA'
             WHEN SQLCODE NOT = 0
                PERFORM 990-ERRO-SQL
             WHEN WK-VALOR-PREVIA NOT = WK-VALOR-ANTIGO
                ADD 1 TO WK-QTDE-DIVERGENTE
                DISPLAY 'DIVERGENCIA: FUNCIONARIO ' DB2-CODFUN
                        ' ESTAVA COM ' WK-VALOR-PREVIA ' NA PREVIA '
                        'E ESTA COM ' WK-VALOR-ANTIGO
             WHEN OTHER
                ADD 1 TO WK-QTDE-CONFERE
          END-EVALUATE.
      *
       430-EFETIVA-PREVIA.
          EXEC SQL
             OPEN CUR-PREVIA-FUN
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PREVIA-FUN
                  INTO :DB2-CODFUN, :WK-VALOR-ANTIGO,
                       :DB2-NOMEFUN, :DB2-DEPTOFUN
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 431-APLICA-ITEM
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-PREVIA-FUN
          END-EXEC.
          EXEC SQL
             UPDATE EAD719.ALTMASSA
                SET SITUACAO = 'E'
              WHERE NUMPREVIA = :WK-NUMPREVIA
          END-EXEC.
          IF   SQLCODE NOT = 0
             PERFORM 990-ERRO-SQL
          END-IF.
          EXEC SQL COMMIT END-EXEC.
          IF   WK-QTDE-RECUSADA > ZEROS
             MOVE 4 TO RETURN-CODE
          END-IF.
      *
       431-APLICA-ITEM.
      *    MONTA A TRANSACAO 'A' DO PROGMAIN SO COM O CAMPO ALVO -
      *    OS DEMAIS EM BRANCO (SALARIO E IDADE NAO NUMERICOS) O
      *    ALTERAR NAO MEXE.
          MOVE SPACES TO WK-ACCEPT WK-COMPL-ACCEPT WK-ENDERECO-ACCEPT.
          MOVE 'A'        TO WK-FUNCAO-ACCEPT.
          MOVE DB2-CODFUN TO WK-CODFUN-ACCEPT.
          EVALUATE TRUE
             WHEN CAMPO-DEPTOFUN
                MOVE WK-VALOR-NOVO TO WK-DEPTOFUN-ACCEPT
             WHEN CAMPO-CARGOFUN
                MOVE WK-VALOR-NOVO TO WK-CARGOFUN-ACCEPT
             WHEN CAMPO-GESTOR
                MOVE WK-VALOR-NOVO TO WK-GESTOR-ACCEPT
             WHEN CAMPO-SINDFUN
                MOVE WK-VALOR-NOVO TO WK-SINDFUN-ACCEPT
          END-EVALUATE.
          SET TRANSACAO-FALHOU TO TRUE.
          CALL "ALTERAR" USING WK-ACCEPT,
                               WK-COMPL-ACCEPT,
                               WK-ENDERECO-ACCEPT,
                               WK-STATUS-RETORNO,
                               WK-MODO-EXECUCAO.
          MOVE WK-FUNCAO-ACCEPT TO DB2-AUD-FUNCAO.
          MOVE WK-CODFUN-ACCEPT TO DB2-AUD-CODFUN.
          PERFORM GRAVA-AUDITORIA.

          MOVE SPACES TO RL-OBSERVACAO.
          IF   TRANSACAO-OK
             ADD 1 TO WK-QTDE-APLICADA
             MOVE 'APLICADA' TO RL-OBSERVACAO
             EXEC SQL
                UPDATE EAD719.ALTMASSAFUN
                   SET RESULTADO = 'S'
                 WHERE NUMPREVIA = :WK-NUMPREVIA
                   AND CODFUN    = :DB2-CODFUN
             END-EXEC
          ELSE
             ADD 1 TO WK-QTDE-RECUSADA
             MOVE 'RECUSADA PELO ALTERAR - VER SYSOUT'
               TO RL-OBSERVACAO
             EXEC SQL
                UPDATE EAD719.ALTMASSAFUN
                   SET RESULTADO = 'R'
                 WHERE NUMPREVIA = :WK-NUMPREVIA
                   AND CODFUN    = :DB2-CODFUN
             END-EXEC
          END-IF.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
          ELSE
             DISPLAY 'AVISO: RESULTADO DO FUNCIONARIO ' DB2-CODFUN
                     ' NAO MARCADO NA PREVIA - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
          PERFORM 230-GRAVA-LINHA.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          CLOSE ARQ-LISTA.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DA ALTERACAO EM MASSA - ACAO ' WK-ACAO.
          DISPLAY '  PREVIA ................. ' WK-NUMPREVIA.
          DISPLAY '  SELECIONADOS NA PREVIA . ' WK-QTDE-SELECIONADA.
          DISPLAY '  CONFERIDOS NA APLICACAO  ' WK-QTDE-CONFERE.
          DISPLAY '  DIVERGENCIAS ........... ' WK-QTDE-DIVERGENTE.
          DISPLAY '  APLICADOS .............. ' WK-QTDE-APLICADA.
          DISPLAY '  RECUSADOS PELO ALTERAR . ' WK-QTDE-RECUSADA.
          DISPLAY '================================================'.
          EXIT.
      *
       990-ERRO-SQL.
          MOVE SQLCODE TO WK-SQLCODE-EDIT.
          CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG.
          DISPLAY 'ALTMASSA: ERRO ' WK-SQLCODE-EDIT ' - '
                  WK-SQLCODE-MSG.
          EXEC SQL ROLLBACK END-EXEC.
          MOVE 12 TO RETURN-CODE.
          STOP RUN.
