        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ESOCEVT.
        AUTHOR.        THIAGO.
      **************************************************
      * EVENTOS NAO PERIODICOS DO ESOCIAL: PARA O DIA  *
      * DE REFERENCIA, GERA UM EVENTO POR OCORRENCIA - *
      *   S-2200 ADMISSAO (INCLUSAO/READMISSAO EM      *
      *          FUNCIONARIOS_HIST)                    *
      *   S-2206 ALTERACAO CONTRATUAL (SALARIOFUN,     *
      *          CARGOFUN, DEPTOFUN NO HISTORICO)      *
      *   S-2230 AFASTAMENTO (ABERTURA E ENCERRAMENTO  *
      *          EM EAD719.AFASTAMENTOS)               *
      *   S-2299 DESLIGAMENTO (STATUSFUN PARA 'D' NO   *
      *          HISTORICO, COM ULTIMO DIA, MOTIVO E   *
      *          AVISO DO EXTRATO DE RESCISAO DO       *
      *          TERMINA QUANDO O DESLIGAMENTO VEIO    *
      *          DELE)                                 *
      * GRAVA CADA EVENTO EM EAD719.ESOCIALEVT, COM O  *
      * PRAZO LEGAL, PARA O ESOCRET REGISTRAR O RECIBO *
      * (OU A REJEICAO) E O ESOCPEND COBRAR OS         *
      * ATRASADOS. O IDENTIFICADOR DO EVENTO E FIXO    *
      * POR OCORRENCIA - RODADA REPETIDA NO MESMO DIA  *
      * NAO DUPLICA EVENTO; EVENTO REJEITADO E         *
      * REENVIADO NA RODADA DO DIA DA OCORRENCIA.      *
      * CAGEDMOV CONTINUA COM A MOVIMENTACAO MENSAL.   *
      * PARM='DATA=AAAA-MM-DD' (SEM PARM, O DIA        *
      * ANTERIOR).                                     *
      *                                                *
      * EAD719.ESOCIALEVT:                             *
      *   IDEVENTO  X(21)  TIPO(4)+CODFUN+AAAAMMDD+    *
      *                    ORIGEM(2) - CHAVE           *
      *   TIPOEVT   X(06)  S-2200/S-2206/S-2230/S-2299 *
      *   CODFUN    X(07)                              *
      *   DATAOCOR  DATE                               *
      *   ORIGEM    X(10)  CAMPO DO HISTORICO,         *
      *                    AFAST-INI OU AFAST-FIM      *
      *   SITUACAO  X(01)  G=GERADO A=ACEITO           *
      *                    R=REJEITADO                 *
      *   RECIBO    X(23)  RECIBO DO GOVERNO           *
      *   MOTIVOREJ X(60)  MOTIVO DA REJEICAO          *
      *   DATAGER   DATE                               *
      *   PRAZO     DATE   PRAZO LEGAL DE ENVIO        *
      *   DATARET   DATE   DATA DO RETORNO             *
      *                                                *
      * LEIAUTE DO ARQUIVO DE EVENTOS (ESOCOUT):       *
      *   TIPO 0: '0' + DATA 9(08) + ORIGEM X(08)      *
      *   TIPO 1: '1' + IDEVENTO X(21) + EVENTO X(06)  *
      *           + CPF X(11) + CODFUN X(07) +         *
      *           DATAOCOR X(10) + DADOS DO EVENTO:    *
      *     S-2200: NOME X(30) NASC X(10) ADMISSAO     *
      *             X(10) SALARIO 9(07)V99 CARGO X(04) *
      *             DEPTO X(03)                        *
      *     S-2206: CAMPO X(10) ANTIGO X(30) NOVO X(30)*
      *     S-2230: IND X(01) I=INICIO F=FIM DATAINI   *
      *             X(10) DATAFIM X(10) MOTIVO X(30)   *
      *     S-2299: ULTIMO DIA X(10) MOTIVO X(30)      *
      *             CODMOTIVO X(02) (01=JUSTA CAUSA    *
      *             02=SEM JUSTA CAUSA 06=TERMINO DE   *
      *             CONTRATO 07=PEDIDO) DIAS AVISO     *
      *             9(03)                              *
      *   TIPO 9: '9' + QTDE 9(07)                     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESCISAO      ASSIGN TO RESCISAO
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-EVENTOS       ASSIGN TO ESOCOUT
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    EXTRATO DE RESCISAO DO TERMINA (MESMO LEIAUTE; SO OS
      *    CAMPOS USADOS NO S-2299 TEM NOME).
       FD  ARQ-RESCISAO.
       01  REG-RESCISAO.
           05  RR-CODFUN            PIC X(07).
           05  FILLER               PIC X(43).
           05  RR-ULTIMO-DIA        PIC X(10).
           05  RR-MOTIVO            PIC X(30).
           05  FILLER               PIC X(09).
           05  RR-DIAS-AVISO        PIC 9(02).
           05  FILLER               PIC X(35).
           05  RR-TIPO-RESC         PIC X(01).
           05  FILLER               PIC X(13).
      *
       FD  ARQ-EVENTOS.
       01  REG-EVENTO               PIC X(150).
       01  REG-EVT-HEADER REDEFINES REG-EVENTO.
           05  EH-TIPO              PIC X(01).
           05  EH-DATA              PIC 9(08).
           05  EH-ORIGEM            PIC X(08).
           05  FILLER               PIC X(133).
       01  REG-EVT-DETALHE REDEFINES REG-EVENTO.
           05  ED-TIPO              PIC X(01).
           05  ED-IDEVENTO          PIC X(21).
           05  ED-EVENTO            PIC X(06).
           05  ED-CPF               PIC X(11).
           05  ED-CODFUN            PIC X(07).
           05  ED-DATAOCOR          PIC X(10).
           05  ED-DADOS             PIC X(94).
       01  REG-EVT-ADMISSAO REDEFINES REG-EVENTO.
           05  FILLER               PIC X(56).
           05  EA-NOMEFUN           PIC X(30).
           05  EA-NASCFUN           PIC X(10).
           05  EA-ADMISSFUN         PIC X(10).
           05  EA-SALARIOFUN        PIC 9(07)V99.
           05  EA-CARGOFUN          PIC X(04).
           05  EA-DEPTOFUN          PIC X(03).
           05  FILLER               PIC X(28).
       01  REG-EVT-ALTERACAO REDEFINES REG-EVENTO.
           05  FILLER               PIC X(56).
           05  EC-CAMPO             PIC X(10).
           05  EC-ANTIGO            PIC X(30).
           05  EC-NOVO              PIC X(30).
           05  FILLER               PIC X(24).
       01  REG-EVT-AFASTAMENTO REDEFINES REG-EVENTO.
           05  FILLER               PIC X(56).
           05  EF-INDICADOR         PIC X(01).
           05  EF-DATAINI           PIC X(10).
           05  EF-DATAFIM           PIC X(10).
           05  EF-MOTIVO            PIC X(30).
           05  FILLER               PIC X(43).
       01  REG-EVT-DESLIGAMENTO REDEFINES REG-EVENTO.
           05  FILLER               PIC X(56).
           05  ES-ULTIMO-DIA        PIC X(10).
           05  ES-MOTIVO            PIC X(30).
           05  ES-COD-MOTIVO        PIC X(02).
           05  ES-DIAS-AVISO        PIC 9(03).
           05  FILLER               PIC X(49).
       01  REG-EVT-TRAILER REDEFINES REG-EVENTO.
           05  ET-TIPO              PIC X(01).
           05  ET-QTDE              PIC 9(07).
           05  FILLER               PIC X(142).
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
       COPY CPYHIST.
       COPY CPYSQLMSG.
      *
       77  DB2-CPFFUN                PIC X(11)       VALUE SPACES.
       77  DB2-NASCFUN               PIC X(11)       VALUE SPACES.
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-AFA-DATAINI           PIC X(10)       VALUE SPACES.
       77  DB2-AFA-DATAFIM           PIC X(10)       VALUE SPACES.
       77  DB2-AFA-MOTIVO            PIC X(30)       VALUE SPACES.
      *
      *    DIA DE REFERENCIA: ISO PARA O HISTORICO (DATE) E
      *    DD/MM/AAAA PARA OS AFASTAMENTOS (GRAVADOS EM TEXTO).
       01  WK-DATA-REF.
           05  WK-REF-ANO           PIC X(04).
           05  FILLER               PIC X(01).
           05  WK-REF-MES           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-REF-DIA           PIC X(02).
       01  WK-DATA-REF-BR.
           05  WK-RBR-DIA           PIC X(02).
           05  FILLER               PIC X(01)       VALUE '/'.
           05  WK-RBR-MES           PIC X(02).
           05  FILLER               PIC X(01)       VALUE '/'.
           05  WK-RBR-ANO           PIC X(04).
      *
      *    EVENTO EM MONTAGEM.
       77  WK-EVT-TIPO               PIC X(04)       VALUE SPACES.
       77  WK-EVT-ORIGEM             PIC X(10)       VALUE SPACES.
       77  WK-EVT-ORIG-COD           PIC X(02)       VALUE SPACES.
       01  WK-EVT-DATA               PIC X(10)       VALUE SPACES.
       01  WK-EVT-DATA-PARTES REDEFINES WK-EVT-DATA.
           05  WK-EVD-ANO           PIC X(04).
           05  FILLER               PIC X(01).
           05  WK-EVD-MES           PIC X(02).
           05  FILLER               PIC X(01).
           05  WK-EVD-DIA           PIC X(02).
       77  WK-EVT-NOME               PIC X(06)       VALUE SPACES.
       01  WK-IDEVENTO.
           05  WK-ID-TIPO           PIC X(04).
           05  WK-ID-CODFUN         PIC X(07).
           05  WK-ID-ANO            PIC X(04).
           05  WK-ID-MES            PIC X(02).
           05  WK-ID-DIA            PIC X(02).
           05  WK-ID-ORIGEM         PIC X(02).
       77  WK-EVT-SITUACAO           PIC X(01)       VALUE SPACES.
      *    DADOS DO EVENTO JA MONTADOS (ED-DADOS), GUARDADOS ENQUANTO
      *    O EVENTO E CONFERIDO E GRAVADO NA TABELA.
       77  WK-EVT-DADOS              PIC X(94)       VALUE SPACES.
      *
      *    EXTRATO DE RESCISAO DO DIA, NA MEMORIA.
       01  TAB-RESCISAO.
           05  TR-ENTRADA            OCCURS 500 TIMES.
               10  TR-CODFUN         PIC X(07).
               10  TR-ULTIMO-DIA     PIC X(10).
               10  TR-MOTIVO         PIC X(30).
               10  TR-DIAS-AVISO     PIC 9(02).
               10  TR-TIPO-RESC      PIC X(01).
       77  WK-QTDE-RESCISAO          PIC 9(03)       VALUE ZEROS.
       77  WK-IDX                    PIC 9(03)       VALUE ZEROS.
       77  WK-EOF-RESCISAO           PIC X           VALUE 'N'.
           88  FIM-RESCISAO                          VALUE 'S'.
       77  WK-MOTIVO-TEXTO           PIC X(30)       VALUE SPACES.
       77  WK-ACHOU-TEXTO            PIC 9(02)       VALUE ZEROS.
       77  WK-TIPO-RESC              PIC X(01)       VALUE SPACES.
      *
       77  WK-QTDE-GERADA            PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-JA-GERADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-REENVIADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-2200              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-2206              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-2230              PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-2299              PIC 9(05)       VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAAMMDD     PIC 9(08).
           05  FILLER               PIC X(13).
      *
      *    OCORRENCIAS DO HISTORICO NO DIA. STATUSFUN SO INTERESSA
      *    QUANDO VAI PARA 'D' - O AFASTAMENTO VEM DA PROPRIA TABELA
      *    DE AFASTAMENTOS.
       EXEC SQL
           DECLARE CUR-HISTORICO CURSOR WITH HOLD FOR
               SELECT H.CODFUN, H.CAMPOALT, H.VALORANTIGO,
                      H.VALORNOVO, F.NOMEFUN,
                      COALESCE(F.CPFFUN, ' '), F.NASCFUN,
                      F.ADMISSFUN, F.SALARIOFUN,
                      COALESCE(F.CARGOFUN, ' '), F.DEPTOFUN
                 FROM EAD719.FUNCIONARIOS_HIST H
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = H.CODFUN
                WHERE H.DATAALT = DATE(:WK-DATA-REF)
                  AND (H.CAMPOALT IN ('INCLUSAO', 'READMISSAO',
                                      'SALARIOFUN', 'CARGOFUN',
                                      'DEPTOFUN')
                       OR (H.CAMPOALT = 'STATUSFUN'
                           AND H.VALORNOVO LIKE 'D%'))
                ORDER BY H.CODFUN, H.CAMPOALT
       END-EXEC.
      *
      *    AFASTAMENTOS ABERTOS OU ENCERRADOS NO DIA.
       EXEC SQL
           DECLARE CUR-AFASTAMENTOS CURSOR WITH HOLD FOR
               SELECT A.CODFUN, A.DATAINI, A.DATAFIM, A.MOTIVO,
                      COALESCE(F.CPFFUN, ' ')
                 FROM EAD719.AFASTAMENTOS A
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = A.CODFUN
                WHERE A.DATAINI = :WK-DATA-REF-BR
                   OR A.DATAFIM = :WK-DATA-REF-BR
                ORDER BY A.CODFUN
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
          PERFORM 201-EVENTOS-HISTORICO.
          PERFORM 301-EVENTOS-AFASTAMENTO.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
       100-INICIAR SECTION.
       101-INICIAR.
          MOVE FUNCTION CURRENT-DATE TO WK-DATA-ATUAL.
          IF  LK-PARM-TAM > 0
              AND LK-PARM-TEXTO(1:5) = 'DATA='
             MOVE LK-PARM-TEXTO(6:10) TO WK-DATA-REF
          ELSE
             EXEC SQL
                SET :WK-DATA-REF =
                    CHAR(CURRENT DATE - 1 DAY, ISO)
             END-EXEC
          END-IF.
          IF   WK-REF-ANO IS NOT NUMERIC
            OR WK-REF-MES IS NOT NUMERIC
            OR WK-REF-DIA IS NOT NUMERIC
             DISPLAY 'PARM INVALIDO - USE DATA=AAAA-MM-DD'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE WK-REF-DIA TO WK-RBR-DIA.
          MOVE WK-REF-MES TO WK-RBR-MES.
          MOVE WK-REF-ANO TO WK-RBR-ANO.
          DISPLAY 'ESOCEVT: EVENTOS DO DIA ' WK-DATA-REF.
          PERFORM 110-CARREGA-RESCISOES.
          OPEN OUTPUT ARQ-EVENTOS.
          MOVE SPACES           TO REG-EVENTO.
          MOVE '0'              TO EH-TIPO.
          MOVE WK-HOJE-AAAAMMDD TO EH-DATA.
          MOVE 'FOLHARH '       TO EH-ORIGEM.
          WRITE REG-EVENTO.
      *
       110-CARREGA-RESCISOES.
      *    O EXTRATO DO TERMINA DA VESPERA TRAZ O ULTIMO DIA, O
      *    MOTIVO E O AVISO DE CADA RESCISAO - SEM ELE (DESLIGAMENTO
      *    PELO DESLDEPT OU VENCECON) O S-2299 SAI COM O MOTIVO DO
      *    HISTORICO.
          OPEN INPUT ARQ-RESCISAO.
          PERFORM 115-LE-RESCISAO.
          PERFORM 112-GUARDA-RESCISAO UNTIL FIM-RESCISAO.
          CLOSE ARQ-RESCISAO.
      *
       112-GUARDA-RESCISAO.
          IF   WK-QTDE-RESCISAO < 500
             ADD 1 TO WK-QTDE-RESCISAO
             MOVE RR-CODFUN     TO TR-CODFUN(WK-QTDE-RESCISAO)
             MOVE RR-ULTIMO-DIA TO TR-ULTIMO-DIA(WK-QTDE-RESCISAO)
             MOVE RR-MOTIVO     TO TR-MOTIVO(WK-QTDE-RESCISAO)
             MOVE RR-DIAS-AVISO TO TR-DIAS-AVISO(WK-QTDE-RESCISAO)
             MOVE RR-TIPO-RESC  TO TR-TIPO-RESC(WK-QTDE-RESCISAO)
          ELSE
             DISPLAY 'ESOCEVT: MAIS DE 500 RESCISOES NO EXTRATO - '
                     'AUMENTE A TABELA'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM 115-LE-RESCISAO.
      *
       115-LE-RESCISAO.
          READ ARQ-RESCISAO
             AT END
                SET FIM-RESCISAO TO TRUE
          END-READ.
      *
       200-HISTORICO SECTION.
       201-EVENTOS-HISTORICO.
          EXEC SQL
             OPEN CUR-HISTORICO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-HISTORICO
                  INTO :DB2-HIST-CODFUN, :DB2-HIST-CAMPO,
                       :DB2-HIST-ANTIGO, :DB2-HIST-NOVO,
                       :DB2-NOMEFUN, :DB2-CPFFUN, :DB2-NASCFUN,
                       :DB2-ADMISSFUN, :DB2-SALARIOFUN,
                       :DB2-CARGOFUN, :DB2-DEPTOFUN
             END-EXEC
             IF   SQLCODE = 0
                MOVE DB2-HIST-CODFUN TO DB2-CODFUN
                PERFORM 210-EVENTO-DO-HISTORICO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-HISTORICO
          END-EXEC.
      *
       210-EVENTO-DO-HISTORICO.
          MOVE WK-DATA-REF    TO WK-EVT-DATA.
          MOVE DB2-HIST-CAMPO TO WK-EVT-ORIGEM.
          MOVE SPACES         TO REG-EVENTO.
          EVALUATE DB2-HIST-CAMPO
             WHEN 'INCLUSAO'
             WHEN 'READMISSAO'
                MOVE '2200' TO WK-EVT-TIPO
                IF   DB2-HIST-CAMPO = 'INCLUSAO'
                   MOVE '01' TO WK-EVT-ORIG-COD
                ELSE
                   MOVE '02' TO WK-EVT-ORIG-COD
                END-IF
                MOVE DB2-NOMEFUN-TEXT   TO EA-NOMEFUN
                MOVE DB2-NASCFUN(1:10)  TO EA-NASCFUN
                MOVE DB2-ADMISSFUN      TO EA-ADMISSFUN
                MOVE DB2-SALARIOFUN     TO EA-SALARIOFUN
                MOVE DB2-CARGOFUN       TO EA-CARGOFUN
                MOVE DB2-DEPTOFUN       TO EA-DEPTOFUN
             WHEN 'SALARIOFUN'
             WHEN 'CARGOFUN'
             WHEN 'DEPTOFUN'
                MOVE '2206' TO WK-EVT-TIPO
                EVALUATE DB2-HIST-CAMPO
                   WHEN 'SALARIOFUN'
                      MOVE '03' TO WK-EVT-ORIG-COD
                   WHEN 'CARGOFUN'
                      MOVE '04' TO WK-EVT-ORIG-COD
                   WHEN OTHER
                      MOVE '05' TO WK-EVT-ORIG-COD
                END-EVALUATE
                MOVE DB2-HIST-CAMPO     TO EC-CAMPO
                MOVE DB2-HIST-ANTIGO    TO EC-ANTIGO
                MOVE DB2-HIST-NOVO      TO EC-NOVO
             WHEN OTHER
                MOVE '2299' TO WK-EVT-TIPO
                MOVE '06'   TO WK-EVT-ORIG-COD
                PERFORM 220-DADOS-DESLIGAMENTO
          END-EVALUATE.
          PERFORM 401-GERA-EVENTO.
      *
       220-DADOS-DESLIGAMENTO.
          MOVE ZEROS TO WK-IDX.
          PERFORM VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-RESCISAO
                     OR TR-CODFUN(WK-IDX) = DB2-CODFUN
             CONTINUE
          END-PERFORM.
          IF   WK-IDX NOT > WK-QTDE-RESCISAO
             MOVE TR-ULTIMO-DIA(WK-IDX) TO ES-ULTIMO-DIA
             MOVE TR-MOTIVO(WK-IDX)     TO WK-MOTIVO-TEXTO
             MOVE TR-DIAS-AVISO(WK-IDX) TO ES-DIAS-AVISO
             MOVE TR-TIPO-RESC(WK-IDX)  TO WK-TIPO-RESC
          ELSE
      *       SEM RESCISAO DO TERMINA: O MOTIVO E O ULTIMO DIA DA
      *       LINHA 'DESLIGAMTO' DO HISTORICO, QUANDO HOUVER.
             MOVE SPACES TO WK-MOTIVO-TEXTO
             MOVE SPACES TO DB2-HIST-ANTIGO
             EXEC SQL
                SELECT COALESCE(MAX(VALORANTIGO), ' '),
                       COALESCE(MAX(VALORNOVO), ' ')
                  INTO :DB2-HIST-ANTIGO, :WK-MOTIVO-TEXTO
                  FROM EAD719.FUNCIONARIOS_HIST
                 WHERE CODFUN   = :DB2-CODFUN
                   AND CAMPOALT = 'DESLIGAMTO'
                   AND DATAALT  = DATE(:WK-DATA-REF)
             END-EXEC
             IF   DB2-HIST-ANTIGO = SPACES
                MOVE WK-DATA-REF-BR TO ES-ULTIMO-DIA
             ELSE
                MOVE DB2-HIST-ANTIGO TO ES-ULTIMO-DIA
             END-IF
             MOVE ZEROS TO ES-DIAS-AVISO
      *       O TIPO SAI DO MOTIVO CODIFICADO (LINHA 'MOTDESLIG' DO
      *       DESLDEPT/VENCECON, EAD719.MOTDESLIG), QUANDO HOUVER.
             MOVE SPACES TO WK-TIPO-RESC
             EXEC SQL
                SELECT COALESCE(MAX(M.TIPORESC), ' ')
                  INTO :WK-TIPO-RESC
                  FROM EAD719.FUNCIONARIOS_HIST H
                  JOIN EAD719.MOTDESLIG M
                    ON M.CODMOTIVO = SUBSTR(H.VALORNOVO, 1, 2)
                 WHERE H.CODFUN   = :DB2-CODFUN
                   AND H.CAMPOALT = 'MOTDESLIG'
                   AND H.DATAALT  = DATE(:WK-DATA-REF)
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE SPACES TO WK-TIPO-RESC
             END-IF
          END-IF.
          MOVE WK-MOTIVO-TEXTO TO ES-MOTIVO.
      *    O TIPO DO DESLIGAMENTO (DO TERMINA OU DO MOTIVO
      *    CODIFICADO) DA O CODIGO DA TABELA DO ESOCIAL; SEM ELE,
      *    O MOTIVO LIVRE DOS DESLIGAMENTOS ANTIGOS.
          EVALUATE WK-TIPO-RESC
             WHEN 'S'
                MOVE '02' TO ES-COD-MOTIVO
             WHEN 'J'
                MOVE '01' TO ES-COD-MOTIVO
             WHEN 'T'
                MOVE '06' TO ES-COD-MOTIVO
             WHEN 'P'
                MOVE '07' TO ES-COD-MOTIVO
             WHEN OTHER
                PERFORM 225-MOTIVO-PELO-TEXTO
          END-EVALUATE.
      *
       225-MOTIVO-PELO-TEXTO.
          MOVE ZEROS TO WK-ACHOU-TEXTO.
          INSPECT WK-MOTIVO-TEXTO
                  TALLYING WK-ACHOU-TEXTO FOR ALL 'JUSTA CAUSA'.
          IF   WK-ACHOU-TEXTO > ZEROS
             MOVE ZEROS TO WK-ACHOU-TEXTO
             INSPECT WK-MOTIVO-TEXTO
                     TALLYING WK-ACHOU-TEXTO FOR ALL 'SEM JUSTA'
             IF   WK-ACHOU-TEXTO > ZEROS
                MOVE '02' TO ES-COD-MOTIVO
             ELSE
                MOVE '01' TO ES-COD-MOTIVO
             END-IF
          ELSE
          IF   WK-MOTIVO-TEXTO(1:7) = 'TERMINO'
             MOVE '06' TO ES-COD-MOTIVO
          ELSE
             INSPECT WK-MOTIVO-TEXTO
                     TALLYING WK-ACHOU-TEXTO FOR ALL 'PEDIDO'
             IF   WK-ACHOU-TEXTO > ZEROS
                MOVE '07' TO ES-COD-MOTIVO
             ELSE
                MOVE '02' TO ES-COD-MOTIVO
             END-IF
          END-IF
          END-IF.
      *
       300-AFASTAMENTOS SECTION.
       301-EVENTOS-AFASTAMENTO.
          EXEC SQL
             OPEN CUR-AFASTAMENTOS
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-AFASTAMENTOS
                  INTO :DB2-CODFUN, :DB2-AFA-DATAINI,
                       :DB2-AFA-DATAFIM, :DB2-AFA-MOTIVO,
                       :DB2-CPFFUN
             END-EXEC
             IF   SQLCODE = 0
                IF   DB2-AFA-DATAINI = WK-DATA-REF-BR
                   PERFORM 310-EVENTO-INICIO
                END-IF
                IF   DB2-AFA-DATAFIM = WK-DATA-REF-BR
                   PERFORM 320-EVENTO-FIM
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-AFASTAMENTOS
          END-EXEC.
      *
       310-EVENTO-INICIO.
          MOVE '2230'            TO WK-EVT-TIPO.
          MOVE 'AFAST-INI'       TO WK-EVT-ORIGEM.
          MOVE '07'              TO WK-EVT-ORIG-COD.
          MOVE WK-DATA-REF       TO WK-EVT-DATA.
          MOVE SPACES            TO REG-EVENTO.
          MOVE 'I'               TO EF-INDICADOR.
          MOVE DB2-AFA-DATAINI   TO EF-DATAINI.
          MOVE DB2-AFA-DATAFIM   TO EF-DATAFIM.
          MOVE DB2-AFA-MOTIVO    TO EF-MOTIVO.
          PERFORM 401-GERA-EVENTO.
      *
       320-EVENTO-FIM.
          MOVE '2230'            TO WK-EVT-TIPO.
          MOVE 'AFAST-FIM'       TO WK-EVT-ORIGEM.
          MOVE '08'              TO WK-EVT-ORIG-COD.
          MOVE WK-DATA-REF       TO WK-EVT-DATA.
          MOVE SPACES            TO REG-EVENTO.
          MOVE 'F'               TO EF-INDICADOR.
          MOVE DB2-AFA-DATAINI   TO EF-DATAINI.
          MOVE DB2-AFA-DATAFIM   TO EF-DATAFIM.
          MOVE DB2-AFA-MOTIVO    TO EF-MOTIVO.
          PERFORM 401-GERA-EVENTO.
      *
       400-EVENTO SECTION.
       401-GERA-EVENTO.
      *    OS DADOS DO EVENTO JA ESTAO EM ED-DADOS. IDENTIFICADOR
      *    FIXO POR OCORRENCIA: JA GRAVADO EM RODADA ANTERIOR = NAO
      *    SAI DE NOVO.
          MOVE ED-DADOS        TO WK-EVT-DADOS.
          MOVE WK-EVT-TIPO     TO WK-ID-TIPO.
          MOVE DB2-CODFUN      TO WK-ID-CODFUN.
          MOVE WK-EVD-ANO      TO WK-ID-ANO.
          MOVE WK-EVD-MES      TO WK-ID-MES.
          MOVE WK-EVD-DIA      TO WK-ID-DIA.
          MOVE WK-EVT-ORIG-COD TO WK-ID-ORIGEM.
          MOVE SPACES          TO WK-EVT-NOME.
          STRING 'S-' WK-EVT-TIPO DELIMITED BY SIZE
                 INTO WK-EVT-NOME
          END-STRING.
          MOVE SPACES TO WK-EVT-SITUACAO.
          EXEC SQL
             SELECT COALESCE(MAX(SITUACAO), ' ')
               INTO :WK-EVT-SITUACAO
               FROM EAD719.ESOCIALEVT
              WHERE IDEVENTO = :WK-IDEVENTO
          END-EXEC.
          EVALUATE WK-EVT-SITUACAO
             WHEN ' '
                PERFORM 410-GRAVA-EVENTO
             WHEN 'R'
      *          REJEITADO E CORRIGIDO NO CADASTRO: A RODADA DO DIA
      *          DA OCORRENCIA REENVIA O MESMO EVENTO.
                PERFORM 420-REENVIA-EVENTO
             WHEN OTHER
                ADD 1 TO WK-QTDE-JA-GERADA
          END-EVALUATE.
      *
       410-GRAVA-EVENTO.
      *    PRAZO LEGAL: ADMISSAO ATE O PROPRIO DIA; DESLIGAMENTO EM
      *    10 DIAS; ALTERACAO E AFASTAMENTO ATE O DIA 15 DO MES
      *    SEGUINTE.
          EXEC SQL
             INSERT INTO EAD719.ESOCIALEVT
                (IDEVENTO, TIPOEVT, CODFUN, DATAOCOR, ORIGEM,
                 SITUACAO, RECIBO, MOTIVOREJ, DATAGER, PRAZO)
                VALUES (:WK-IDEVENTO, :WK-EVT-NOME, :DB2-CODFUN,
                        DATE(:WK-EVT-DATA), :WK-EVT-ORIGEM,
                        'G', ' ', ' ', CURRENT DATE,
                        CASE :WK-EVT-TIPO
                           WHEN '2200' THEN DATE(:WK-EVT-DATA)
                           WHEN '2299' THEN DATE(:WK-EVT-DATA)
                                            + 10 DAYS
                           ELSE DATE(:WK-EVT-DATA)
                                - (DAY(DATE(:WK-EVT-DATA)) - 1) DAYS
                                + 1 MONTH + 14 DAYS
                        END)
          END-EXEC.
          IF   SQLCODE NOT = 0
             DISPLAY 'ERRO AO GRAVAR O EVENTO ' WK-IDEVENTO
                     ' - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             CLOSE ARQ-EVENTOS
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          EXEC SQL COMMIT END-EXEC.
          PERFORM 490-GRAVA-REGISTRO.
      *
       420-REENVIA-EVENTO.
          EXEC SQL
             UPDATE EAD719.ESOCIALEVT
                SET SITUACAO  = 'G',
                    MOTIVOREJ = ' ',
                    DATAGER   = CURRENT DATE
              WHERE IDEVENTO = :WK-IDEVENTO
          END-EXEC.
          IF   SQLCODE NOT = 0
             DISPLAY 'ERRO AO REENVIAR O EVENTO ' WK-IDEVENTO
                     ' - SQLCODE ' SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             CLOSE ARQ-EVENTOS
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          EXEC SQL COMMIT END-EXEC.
          ADD 1 TO WK-QTDE-REENVIADA.
          PERFORM 490-GRAVA-REGISTRO.
      *
       490-GRAVA-REGISTRO.
          MOVE '1'             TO ED-TIPO.
          MOVE WK-IDEVENTO     TO ED-IDEVENTO.
          MOVE WK-EVT-NOME     TO ED-EVENTO.
          MOVE DB2-CPFFUN      TO ED-CPF.
          MOVE DB2-CODFUN      TO ED-CODFUN.
          MOVE WK-EVT-DATA     TO ED-DATAOCOR.
          MOVE WK-EVT-DADOS    TO ED-DADOS.
          WRITE REG-EVENTO.
          ADD 1 TO WK-QTDE-GERADA.
          EVALUATE WK-EVT-TIPO
             WHEN '2200'
                ADD 1 TO WK-QTDE-2200
             WHEN '2206'
                ADD 1 TO WK-QTDE-2206
             WHEN '2230'
                ADD 1 TO WK-QTDE-2230
             WHEN OTHER
                ADD 1 TO WK-QTDE-2299
          END-EVALUATE.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          MOVE SPACES          TO REG-EVENTO.
          MOVE '9'             TO ET-TIPO.
          MOVE WK-QTDE-GERADA  TO ET-QTDE.
          WRITE REG-EVENTO.
          CLOSE ARQ-EVENTOS.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DOS EVENTOS DO ESOCIAL - ' WK-DATA-REF.
          DISPLAY '  S-2200 ADMISSAO ....... ' WK-QTDE-2200.
          DISPLAY '  S-2206 ALTERACAO ...... ' WK-QTDE-2206.
          DISPLAY '  S-2230 AFASTAMENTO .... ' WK-QTDE-2230.
          DISPLAY '  S-2299 DESLIGAMENTO ... ' WK-QTDE-2299.
          DISPLAY '  REJEITADOS REENVIADOS . ' WK-QTDE-REENVIADA.
          DISPLAY '  JA GERADOS (IGNORADOS)  ' WK-QTDE-JA-GERADA.
          DISPLAY '================================================'.
          EXIT.
