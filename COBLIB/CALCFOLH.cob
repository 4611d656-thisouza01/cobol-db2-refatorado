        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CALCFOLH.
        AUTHOR.        THIAGO.
      **************************************************
      * CALCULO MENSAL DA FOLHA (BRUTO AO LIQUIDO):    *
      * JUNTA, POR FUNCIONARIO ATIVO E PERIODO, O      *
      * SALARIOFUN, OS EVENTOS VARIAVEIS DO EXTRVAR E  *
      * TODOS OS DESCONTOS QUE HOJE SAEM EM ARQUIVOS   *
      * SEPARADOS - BENEFICIOS (EXTRBEN), VALE-        *
      * TRANSPORTE (EXTRVT), PENSAO ALIMENTICIA        *
      * (EXTRPENS), CONSIGNADO (CARGACON), MENSALIDADE *
      * SINDICAL (EXTRSIND) E O ADIANTAMENTO QUINZENAL *
      * (EAD719.ADIANTA, GRAVADO PELO EXTRADIA) - E    *
      * CALCULA A RETENCAO DO EMPREGADO: INSS          *
      * PROGRESSIVO E IRRF PELAS TABELAS EM VIGOR NO   *
      * PERIODO (EAD719.TABTRIB, MANTRIB), A BASE DO   *
      * IR JA SEM O INSS, A DEDUCAO POR DEPENDENTE     *
      * MARCADO PARA IR EM EAD719.DEPENDENTES          *
      * (DEPIRRF = 'S') E A PENSAO DO EXTRPENS. O      *
      * RESULTADO FICA GRAVADO COM AS LINHAS DE        *
      * PROVENTO E DESCONTO, E E DELE QUE O CNABFOLH   *
      * TIRA O LIQUIDO A PAGAR. FUNCIONARIO COM        *
      * DESCONTOS MAIORES QUE OS PROVENTOS FICA        *
      * MARCADO ('N', LIQUIDO ZERO) E LISTADO - NAO    *
      * SE PAGA NEGATIVO NEM BRUTO. REPROCESSAR O      *
      * PERIODO SUBSTITUI O CALCULO ANTERIOR.          *
      * HORISTA (TIPOSAL 'H', MANHORIS) NAO RECEBE O   *
      * SALARIOFUN: A BASE SAO AS HORAS NORMAIS DO     *
      * PONTO NO PERIODO (MOVPONTO.HORASNORM) A        *
      * VALORHORA, MAIS O DSR DESSAS HORAS (HORAS DOS  *
      * DIAS UTEIS / DIAS UTEIS X DOMINGOS E FERIADOS  *
      * DO MES, PELO CALCDUTIL).                       *
      * PAGAMENTO INDEVIDO APURADO PELO PAGINDEV       *
      * (SALDO DE EAD719.RECEBIVEL MENOS O JA          *
      * DESCONTADO EM EAD719.RECEBMOV) E DESCONTADO NA *
      * RUBRICA 0580, ATE 30% DO LIQUIDO DO MES; O     *
      * RESTO FICA PARA AS FOLHAS SEGUINTES.           *
      * A CONTRIBUICAO DO FUNCIONARIO A PREVIDENCIA    *
      * COMPLEMENTAR APURADA PELO CALCPREV NO PERIODO  *
      * (EAD719.PREVCONTRIB) E DESCONTADA NA RUBRICA   *
      * 0590 - O CALCPREV RODA ANTES DESTE PASSO.      *
      * OS LANCAMENTOS AVULSOS APROVADOS (MANAVULS),   *
      * QUE VEM NO EXTVAR, ENTRAM NAS RUBRICAS 0108    *
      * (PROVENTO TRIBUTAVEL), 0109 (PROVENTO ISENTO,  *
      * FORA DAS BASES DE INSS E IR), 0502 (DESCONTO   *
      * QUE REDUZ AS BASES) E 0503 (DESCONTO QUE NAO   *
      * MEXE NAS BASES).                               *
      * LINHA DE EXTRATO CARREGADA PARA UM FUNCIONARIO *
      * QUE NAO FOI CALCULADO (AFASTADO, EM FERIAS OU  *
      * COM ERRO NO CALCULO) NAO TEM FOLHACALC E NAO   *
      * SAI NO CNABFOLH: TODAS SAO LISTADAS NO FIM,    *
      * COM RETURN-CODE 4, PARA O RH DECIDIR O DESTINO *
      * (LANCAMENTO AVULSO, POR EXEMPLO, SE CANCELA E  *
      * SE RELANCA NO PERIODO SEGUINTE).               *
      * PARM='PERIODO=AAAAMM CODBEN=XXX' (OPCIONAIS;   *
      * SEM PERIODO, O MES CORRENTE; CODBEN E O CODIGO *
      * DO VT NO EXTBENEF, PADRAO 'VT ', IGNORADO LA   *
      * PORQUE O EXTVT TRAZ O DESCONTO LEGAL DE 6%).   *
      *                                                *
      * EAD719.FOLHALIN (LINHAS DO CALCULO):           *
      *   CODFUN    CHAR(07)                           *
      *   PERIODO   DEC(06)                            *
      *   RUBRICA   CHAR(04)                           *
      *   DESCRICAO CHAR(30)                           *
      *   TIPO      CHAR(01)  P=PROVENTO D=DESCONTO    *
      *   VALOR     DEC(09,2)                          *
      *                                                *
      * EAD719.FOLHACALC (RESULTADO POR FUNCIONARIO):  *
      *   CODFUN, PERIODO, EMPRESA, DEPTOFUN,          *
      *   CARGOFUN, SALARIOBASE, PROVENTOS, DESCONTOS, *
      *   LIQUIDO, BASEINSS, BASEIRRF,                 *
      *   SITUACAO (C=CALCULADO, N=DESCONTOS           *
      *   MAIORES QUE PROVENTOS), DATACALC             *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VARIAVEL      ASSIGN TO EXTVAR
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-BENEFICIO     ASSIGN TO EXTBENEF
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-TRANSPORTE    ASSIGN TO EXTVT
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-PENSAO        ASSIGN TO EXTPENS
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-CONSIGNADO    ASSIGN TO EXTCONS
                                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-SINDICAL      ASSIGN TO EXTSIND
                                     ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *    LEIAUTE DO EXTRVAR, COM HEADER/TRAILER DE CONTROLE.
       FD  ARQ-VARIAVEL.
       01  REG-VARIAVEL.
           05  RV-CODFUN            PIC X(07).
           05  RV-NOMEFUN           PIC X(30).
           05  RV-DEPTOFUN          PIC X(03).
           05  RV-PERIODO           PIC 9(06).
           05  RV-VALOR-HE50        PIC 9(07)V99.
           05  RV-VALOR-HE100       PIC 9(07)V99.
           05  RV-VALOR-FALTAS      PIC 9(07)V99.
           05  RV-VALOR-ADNOT       PIC 9(07)V99.
           05  RV-TIPO-ADIC         PIC X(01).
           05  RV-VALOR-ADIC        PIC 9(07)V99.
       01  REG-VAR-HEADER.
           05  RVH-TIPO             PIC X(01).
           05  RVH-DATA             PIC 9(08).
           05  RVH-ORIGEM           PIC X(08).
       01  REG-VAR-TRAILER.
           05  RVT-TIPO             PIC X(01).
           05  RVT-QTDE             PIC 9(07).
           05  RVT-HASH             PIC 9(13).
      *
      *    LEIAUTE DO EXTRBEN, COM HEADER/TRAILER DE CONTROLE.
       FD  ARQ-BENEFICIO.
       01  REG-BENEFICIO.
           05  RB-CODFUN            PIC X(07).
           05  RB-NOMEFUN           PIC X(30).
           05  RB-DEPTOFUN          PIC X(03).
           05  RB-CODBEN            PIC X(03).
           05  RB-VALORFUNC         PIC 9(07)V99.
           05  FILLER               PIC X(31).
       01  REG-BEN-HEADER.
           05  RBH-TIPO             PIC X(01).
           05  RBH-DATA             PIC 9(08).
           05  RBH-ORIGEM           PIC X(08).
       01  REG-BEN-TRAILER.
           05  RBT-TIPO             PIC X(01).
           05  RBT-QTDE             PIC 9(07).
           05  RBT-HASH             PIC 9(13).
      *
      *    LEIAUTE DO EXTRVT (O MESMO DO EXTRBEN, SEM CONTROLE).
       FD  ARQ-TRANSPORTE.
       01  REG-TRANSPORTE.
           05  RT-CODFUN            PIC X(07).
           05  RT-NOMEFUN           PIC X(30).
           05  RT-DEPTOFUN          PIC X(03).
           05  RT-CODBEN            PIC X(03).
           05  RT-VALORFUNC         PIC 9(07)V99.
           05  FILLER               PIC X(31).
      *
       FD  ARQ-PENSAO.
       01  REG-PENSAO.
           05  RP-CODFUN            PIC X(07).
           05  RP-NOMEFUN           PIC X(30).
           05  RP-DEPTOFUN          PIC X(03).
           05  RP-SEQ               PIC 9(02).
           05  RP-VALOR             PIC 9(07)V99.
      *
       FD  ARQ-CONSIGNADO.
       01  REG-CONSIGNADO.
           05  RC-CODFUN            PIC X(07).
           05  RC-NOMEFUN           PIC X(30).
           05  RC-DEPTOFUN          PIC X(03).
           05  RC-CONTRATO          PIC X(10).
           05  RC-PARCELA           PIC 9(07)V99.
      *
       FD  ARQ-SINDICAL.
       01  REG-SINDICAL.
           05  RS-CODFUN            PIC X(07).
           05  RS-NOMEFUN           PIC X(30).
           05  RS-DEPTOFUN          PIC X(03).
           05  RS-CODSIND           PIC X(03).
           05  RS-VALOR             PIC 9(07)V99.
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
       77  DB2-CARGOFUN              PIC X(04)       VALUE SPACES.
       77  DB2-EMPRESAFUN            PIC X(03)       VALUE SPACES.
       77  DB2-TIPOSAL               PIC X(01)       VALUE SPACES.
           88  FUNC-HORISTA                          VALUE 'H'.
       77  DB2-VALORHORA             PIC 9(04)V99    VALUE ZEROS.
      *
       77  WK-EOF-EXTRATO            PIC X           VALUE 'N'.
           88  FIM-EXTRATO                           VALUE 'S'.
       77  WK-PERIODO                PIC 9(06)       VALUE ZEROS.
       77  WK-SITUACAO-PERIODO       PIC X(01)       VALUE SPACES.
      *    CODIGO DA ADESAO DE VT NO EXTBENEF - ESSA LINHA VEM PELO
      *    CUSTO CHEIO DA TARIFA; O DESCONTO DO FUNCIONARIO E O DO
      *    EXTVT, LIMITADO AOS 6% LEGAIS.
       77  WK-CODBEN-VT              PIC X(03)       VALUE 'VT '.
      *
      *    LINHA DO CALCULO (EAD719.FOLHALIN).
       77  WK-LIN-CODFUN             PIC X(07)       VALUE SPACES.
       77  WK-LIN-RUBRICA            PIC X(04)       VALUE SPACES.
       77  WK-LIN-DESCRICAO          PIC X(30)       VALUE SPACES.
       77  WK-LIN-TIPO               PIC X(01)       VALUE SPACES.
       77  WK-LIN-VALOR              PIC 9(07)V99    VALUE ZEROS.
      *
      *    RESULTADO DO FUNCIONARIO (EAD719.FOLHACALC).
       77  WK-ADIANTAMENTO           PIC 9(07)V99    VALUE ZEROS.
       77  WK-TOTAL-PROVENTOS        PIC 9(07)V99    VALUE ZEROS.
       77  WK-TOTAL-DESCONTOS        PIC 9(07)V99    VALUE ZEROS.
       77  WK-LIQUIDO                PIC 9(07)V99    VALUE ZEROS.
       77  WK-SITUACAO-CALC          PIC X(01)       VALUE SPACES.
           88  CALCULO-OK                            VALUE 'C'.
           88  CALCULO-NEGATIVO                      VALUE 'N'.
       77  WK-EXCESSO                PIC 9(07)V99    VALUE ZEROS.
       77  WK-SALARIO-BASE           PIC 9(07)V99    VALUE ZEROS.
      *
      *    DEVOLUCAO DE PAGAMENTO INDEVIDO (PAGINDEV).
       77  WK-RECEB-APURADO          PIC 9(07)V99    VALUE ZEROS.
       77  WK-RECEB-DESCONTADO       PIC 9(07)V99    VALUE ZEROS.
       77  WK-SALDO-RECEBER          PIC S9(07)V99   VALUE ZEROS.
       77  WK-LIMITE-DEVOLUCAO       PIC 9(07)V99    VALUE ZEROS.
       77  WK-DESC-DEVOLUCAO         PIC 9(07)V99    VALUE ZEROS.
       77  WK-QTDE-DEVOLUCAO         PIC 9(05)       VALUE ZEROS.
      *
      *    HORISTA: HORAS NORMAIS DO PONTO E DSR DO PERIODO.
       77  WK-HORAS-NORMAIS          PIC 9(05)V99    VALUE ZEROS.
       77  WK-VALOR-HORAS            PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-DSR              PIC 9(07)V99    VALUE ZEROS.
       77  WK-DIAS-UTEIS             PIC 9(03)       VALUE ZEROS.
       77  WK-OPER-CALEN             PIC X(01)       VALUE 'D'.
       01  WK-DATA-CALEN.
           05  WK-CAL-DIA           PIC 99          VALUE 1.
           05  FILLER               PIC X           VALUE '/'.
           05  WK-CAL-MES           PIC 99.
           05  FILLER               PIC X           VALUE '/'.
           05  WK-CAL-ANO           PIC 9(04).
       77  WK-DIAS-DESCANSO          PIC 9(03)       VALUE ZEROS.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-CALEN-VALIDO==
                                   ==CAMPO-VALIDO== BY
                                       ==CALEN-VALIDO==.
      *
      *    TABELAS PROGRESSIVAS EM VIGOR NO PERIODO (EAD719.TABTRIB,
      *    MANTRIB): A MAIOR VIGENCIA ATE O PERIODO CALCULADO.
       01  TAB-INSS.
           05  TI-ENTRADA            OCCURS 10 TIMES.
               10  TI-LIMITE         PIC 9(07)V99.
               10  TI-ALIQUOTA       PIC 9(03)V99.
       77  WK-QTDE-INSS              PIC 9(03)       VALUE ZEROS.
       01  TAB-IRRF.
           05  TR-ENTRADA            OCCURS 10 TIMES.
               10  TR-LIMITE         PIC 9(07)V99.
               10  TR-ALIQUOTA       PIC 9(03)V99.
               10  TR-DEDUCAO        PIC 9(07)V99.
       77  WK-QTDE-IRRF              PIC 9(03)       VALUE ZEROS.
       77  WK-DEDUCAO-DEPENDENTE     PIC 9(07)V99    VALUE ZEROS.
       77  WK-IDX                    PIC 9(03)       VALUE ZEROS.
       77  WK-TABELA                 PIC X(04)       VALUE SPACES.
       77  WK-TAB-LIMITE             PIC 9(07)V99    VALUE ZEROS.
       77  WK-TAB-ALIQUOTA           PIC 9(03)V99    VALUE ZEROS.
       77  WK-TAB-DEDUCAO            PIC 9(07)V99    VALUE ZEROS.
      *
      *    RETENCAO DO EMPREGADO.
       77  WK-VALOR-FALTAS           PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-PENSAO           PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-FORA-BASE        PIC 9(07)V99    VALUE ZEROS.
       77  WK-BASE-INSS              PIC S9(07)V99   VALUE ZEROS.
       77  WK-BASE-IRRF              PIC S9(07)V99   VALUE ZEROS.
       77  WK-LIMITE-ANTERIOR        PIC 9(07)V99    VALUE ZEROS.
       77  WK-PARCELA-FAIXA          PIC 9(07)V99    VALUE ZEROS.
       77  WK-INSS-ACUMULADO         PIC 9(07)V9(04) VALUE ZEROS.
       77  WK-VALOR-INSS             PIC 9(07)V99    VALUE ZEROS.
       77  WK-VALOR-IRRF             PIC S9(07)V99   VALUE ZEROS.
       77  WK-QTDE-DEPIRRF           PIC 9(02)       VALUE ZEROS.
       77  WK-EXCESSO-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
      *
       77  WK-QTDE-LINHAS            PIC 9(07)       VALUE ZEROS.
       77  WK-QTDE-ERRO-CARGA        PIC 9(05)       VALUE ZEROS.
      *    ERROS DE LINHA ANTES DO FUNCIONARIO EM CALCULO - SE O
      *    CONTADOR ANDOU, FALTA LINHA NO FOLHALIN E NAO HA LIQUIDO.
       77  WK-ERRO-CARGA-ANTES       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-CALCULADA         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-NEGATIVA          PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-ERRO-CALC         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-SEM-CALCULO       PIC 9(05)       VALUE ZEROS.
       77  WK-SC-STATUSFUN           PIC X(01)       VALUE SPACES.
       77  WK-VALOR-EDIT             PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-SOMA-LIQUIDO           PIC 9(11)V99    VALUE ZEROS.
       77  WK-SOMA-EDIT              PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
       01  WK-DATA-ATUAL.
           05  WK-HOJE-AAAA         PIC 9(04).
           05  WK-HOJE-MM           PIC 9(02).
           05  FILLER               PIC X(15).
      *
      *    FUNCIONARIOS ATIVOS DO PERIODO - AFASTADO E FERISTA FICAM
      *    FORA, COMO NO EXTRFOLHA E NO CNABFOLH.
       EXEC SQL
           DECLARE CUR-FUNCIONARIO CURSOR WITH HOLD FOR
               SELECT CODFUN, DEPTOFUN, SALARIOFUN,
                      COALESCE(CARGOFUN, ' '),
                      COALESCE(EMPRESAFUN, ' '),
                      COALESCE(TIPOSAL, 'M'),
                      COALESCE(VALORHORA, 0)
                 FROM EAD719.FUNCIONARIOS
                WHERE STATUSFUN = 'A'
                ORDER BY CODFUN
       END-EXEC.
      *
      *    LINHAS DO PERIODO SEM RESULTADO DO FUNCIONARIO - O QUE
      *    VEIO NOS EXTRATOS PARA QUEM NAO FOI CALCULADO.
       EXEC SQL
           DECLARE CUR-SEM-CALCULO CURSOR FOR
               SELECT L.CODFUN, L.RUBRICA, L.DESCRICAO, L.TIPO,
                      L.VALOR, COALESCE(F.STATUSFUN, ' ')
                 FROM EAD719.FOLHALIN L
                 LEFT JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = L.CODFUN
                WHERE L.PERIODO = :WK-PERIODO
                  AND NOT EXISTS
                      (SELECT 1
                         FROM EAD719.FOLHACALC C
                        WHERE C.CODFUN  = L.CODFUN
                          AND C.PERIODO = L.PERIODO)
                ORDER BY L.CODFUN, L.RUBRICA
       END-EXEC.
      *
      *    CONTRIBUICOES DO FUNCIONARIO A PREVIDENCIA COMPLEMENTAR
      *    APURADAS PELO CALCPREV PARA O PERIODO.
       EXEC SQL
           DECLARE CUR-PREVCONTRIB CURSOR FOR
               SELECT CODFUN, VALORFUNC
                 FROM EAD719.PREVCONTRIB
                WHERE PERIODO = :WK-PERIODO
                ORDER BY CODFUN
       END-EXEC.
      *
      *    FAIXAS DA TABELA (INSS OU IRRF) EM VIGOR NO PERIODO.
       EXEC SQL
           DECLARE CUR-TABTRIB CURSOR FOR
               SELECT LIMITE, ALIQUOTA, DEDUCAO
                 FROM EAD719.TABTRIB
                WHERE TABELA   = :WK-TABELA
                  AND VIGENCIA =
                      (SELECT MAX(VIGENCIA)
                         FROM EAD719.TABTRIB
                        WHERE TABELA   = :WK-TABELA
                          AND VIGENCIA <= :WK-PERIODO)
                ORDER BY FAIXA
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
          PERFORM 301-CARREGA-EXTRATOS.
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
             IF  LK-PARM-TEXTO(16:7) = 'CODBEN='
                MOVE LK-PARM-TEXTO(23:3) TO WK-CODBEN-VT
             END-IF
          END-IF.
          PERFORM 105-CONFERE-PERIODO-ABERTO.
          DISPLAY 'CALCFOLH: CALCULO DA FOLHA DO PERIODO '
                  WK-PERIODO.
          PERFORM 120-CARREGA-TABELAS.
          PERFORM 110-LIMPA-CALCULO-ANTERIOR.
      *
       105-CONFERE-PERIODO-ABERTO.
      *    PERIODO FECHADO (FECHAPER) NAO E RECALCULADO - A FOLHA
      *    PAGA E FINAL.
          MOVE SPACES TO WK-SITUACAO-PERIODO.
          EXEC SQL
             SELECT SITUACAO
               INTO :WK-SITUACAO-PERIODO
               FROM EAD719.PERIODOCTL
              WHERE PERIODO = :WK-PERIODO
          END-EXEC.
          IF   WK-SITUACAO-PERIODO = 'F'
             DISPLAY 'PERIODO ' WK-PERIODO ' FECHADO (FECHAPER) - '
                     'CALCULO RECUSADO; REABRA O PERIODO SE FOR '
                     'UMA DECISAO CONSCIENTE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       110-LIMPA-CALCULO-ANTERIOR.
      *    REPROCESSAMENTO DO PERIODO SUBSTITUI TUDO - NADA SOMA EM
      *    DOBRO COM UM CALCULO JA FEITO.
          EXEC SQL
             DELETE FROM EAD719.FOLHALIN
              WHERE PERIODO = :WK-PERIODO
          END-EXEC.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL
                DELETE FROM EAD719.FOLHACALC
                 WHERE PERIODO = :WK-PERIODO
             END-EXEC
          END-IF.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL
                DELETE FROM EAD719.RECEBMOV
                 WHERE PERIODO  = :WK-PERIODO
                   AND PROCESSO = 'CALCFOLH'
             END-EXEC
          END-IF.
          IF   SQLCODE = 0 OR SQLCODE = 100
             EXEC SQL COMMIT END-EXEC
          ELSE
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' AO LIMPAR O CALCULO ANTERIOR DO PERIODO'
             EXEC SQL ROLLBACK END-EXEC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      *
       120-CARREGA-TABELAS.
      *    SEM TABELA DE INSS OU IRRF VIGENTE NAO HA CALCULO - O
      *    LIQUIDO SAIRIA SEM A RETENCAO.
          MOVE 'INSS' TO WK-TABELA.
          MOVE ZEROS  TO WK-QTDE-INSS.
          EXEC SQL
             OPEN CUR-TABTRIB
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-TABTRIB
                  INTO :WK-TAB-LIMITE, :WK-TAB-ALIQUOTA,
                       :WK-TAB-DEDUCAO
             END-EXEC
             IF   SQLCODE = 0 AND WK-QTDE-INSS < 10
                ADD 1 TO WK-QTDE-INSS
                MOVE WK-TAB-LIMITE   TO TI-LIMITE(WK-QTDE-INSS)
                MOVE WK-TAB-ALIQUOTA TO TI-ALIQUOTA(WK-QTDE-INSS)
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-TABTRIB
          END-EXEC.

          MOVE 'IRRF' TO WK-TABELA.
          MOVE ZEROS  TO WK-QTDE-IRRF.
          EXEC SQL
             OPEN CUR-TABTRIB
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-TABTRIB
                  INTO :WK-TAB-LIMITE, :WK-TAB-ALIQUOTA,
                       :WK-TAB-DEDUCAO
             END-EXEC
             IF   SQLCODE = 0 AND WK-QTDE-IRRF < 10
                ADD 1 TO WK-QTDE-IRRF
                MOVE WK-TAB-LIMITE   TO TR-LIMITE(WK-QTDE-IRRF)
                MOVE WK-TAB-ALIQUOTA TO TR-ALIQUOTA(WK-QTDE-IRRF)
                MOVE WK-TAB-DEDUCAO  TO TR-DEDUCAO(WK-QTDE-IRRF)
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-TABTRIB
          END-EXEC.

          MOVE ZEROS TO WK-DEDUCAO-DEPENDENTE.
          EXEC SQL
             SELECT DEDUCAO
               INTO :WK-DEDUCAO-DEPENDENTE
               FROM EAD719.TABTRIB
              WHERE TABELA   = 'DEPE'
                AND VIGENCIA =
                    (SELECT MAX(VIGENCIA)
                       FROM EAD719.TABTRIB
                      WHERE TABELA   = 'DEPE'
                        AND VIGENCIA <= :WK-PERIODO)
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-DEDUCAO-DEPENDENTE
          END-IF.

          IF   WK-QTDE-INSS = ZEROS OR WK-QTDE-IRRF = ZEROS
             DISPLAY 'TABELA DE INSS OU IRRF SEM VIGENCIA ATE O '
                     'PERIODO ' WK-PERIODO ' (MANTRIB) - CALCULO '
                     'RECUSADO'
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF   WK-DEDUCAO-DEPENDENTE = ZEROS
             DISPLAY 'AVISO: SEM DEDUCAO POR DEPENDENTE VIGENTE '
                     '(TABELA DEPE NO MANTRIB) - IRRF SEM DEDUCAO'
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          EXEC SQL
             OPEN CUR-FUNCIONARIO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-FUNCIONARIO
                  INTO :DB2-CODFUN, :DB2-DEPTOFUN, :DB2-SALARIOFUN,
                       :DB2-CARGOFUN, :DB2-EMPRESAFUN,
                       :DB2-TIPOSAL, :DB2-VALORHORA
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 210-CALCULA-FUNCIONARIO
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-FUNCIONARIO
          END-EXEC.
          PERFORM 250-LISTA-SEM-CALCULO.
      *
       210-CALCULA-FUNCIONARIO.
      *    SALARIO BASE E ADIANTAMENTO ENTRAM COMO LINHAS, AO LADO
      *    DAS QUE VIERAM DOS EXTRATOS - OS TOTAIS SAEM DAS LINHAS.
          MOVE DB2-CODFUN           TO WK-LIN-CODFUN.
          MOVE WK-QTDE-ERRO-CARGA   TO WK-ERRO-CARGA-ANTES.
          IF   FUNC-HORISTA
             PERFORM 215-CALCULA-HORISTA
          ELSE
             MOVE DB2-SALARIOFUN       TO WK-SALARIO-BASE
             MOVE '0001'               TO WK-LIN-RUBRICA
             MOVE 'SALARIO BASE'       TO WK-LIN-DESCRICAO
             MOVE 'P'                  TO WK-LIN-TIPO
             MOVE WK-SALARIO-BASE      TO WK-LIN-VALOR
             PERFORM 390-GRAVA-LINHA
          END-IF.

          MOVE ZEROS TO WK-ADIANTAMENTO.
          EXEC SQL
             SELECT VALOR
               INTO :WK-ADIANTAMENTO
               FROM EAD719.ADIANTA
              WHERE CODFUN  = :DB2-CODFUN
                AND PERIODO = :WK-PERIODO
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-ADIANTAMENTO
          END-IF.
          MOVE '0550'               TO WK-LIN-RUBRICA.
          MOVE 'ADIANTAMENTO QUINZENAL' TO WK-LIN-DESCRICAO.
          MOVE 'D'                  TO WK-LIN-TIPO.
          MOVE WK-ADIANTAMENTO      TO WK-LIN-VALOR.
          PERFORM 390-GRAVA-LINHA.

          PERFORM 220-CALCULA-INSS.
          PERFORM 230-CALCULA-IRRF.

          MOVE ZEROS TO WK-TOTAL-PROVENTOS WK-TOTAL-DESCONTOS.
          EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN TIPO = 'P'
                                      THEN VALOR ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN TIPO = 'D'
                                      THEN VALOR ELSE 0 END), 0)
               INTO :WK-TOTAL-PROVENTOS, :WK-TOTAL-DESCONTOS
               FROM EAD719.FOLHALIN
              WHERE CODFUN  = :DB2-CODFUN
                AND PERIODO = :WK-PERIODO
          END-EXEC.
          IF   WK-TOTAL-PROVENTOS > WK-TOTAL-DESCONTOS
             PERFORM 240-DESCONTA-DEVOLUCAO
          END-IF.

      *    DESCONTO MAIOR QUE PROVENTO NAO VIRA LIQUIDO NEGATIVO:
      *    O FUNCIONARIO FICA MARCADO, SEM CREDITO, PARA O RH
      *    DECIDIR O QUE ADIAR.
          IF   WK-TOTAL-DESCONTOS > WK-TOTAL-PROVENTOS
             SET CALCULO-NEGATIVO TO TRUE
             MOVE ZEROS TO WK-LIQUIDO
             COMPUTE WK-EXCESSO =
                     WK-TOTAL-DESCONTOS - WK-TOTAL-PROVENTOS
             MOVE WK-EXCESSO TO WK-EXCESSO-EDIT
             DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' COM DESCONTOS '
                     'MAIORES QUE OS PROVENTOS EM ' WK-EXCESSO-EDIT
                     ' - MARCADO, FORA DA REMESSA'
          ELSE
             SET CALCULO-OK TO TRUE
             COMPUTE WK-LIQUIDO =
                     WK-TOTAL-PROVENTOS - WK-TOTAL-DESCONTOS
          END-IF.

      *    LINHA DE SALARIO, ADIANTAMENTO, INSS, IRRF OU DEVOLUCAO
      *    QUE NAO ENTROU NO FOLHALIN DEIXA OS TOTAIS ERRADOS: O
      *    FUNCIONARIO E DESFEITO E FICA SEM LIQUIDO NO PERIODO.
          IF   WK-QTDE-ERRO-CARGA > WK-ERRO-CARGA-ANTES
             ADD 1 TO WK-QTDE-ERRO-CALC
             DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' COM LINHA DE '
                     'CALCULO NAO GRAVADA - DESFEITO, SEM LIQUIDO '
                     'NO PERIODO'
             EXEC SQL ROLLBACK END-EXEC
          ELSE
             PERFORM 211-GRAVA-CALCULO
          END-IF.
      *
       211-GRAVA-CALCULO.
          EXEC SQL
             INSERT INTO EAD719.FOLHACALC
                (CODFUN, PERIODO, EMPRESA, DEPTOFUN, CARGOFUN,
                 SALARIOBASE, PROVENTOS, DESCONTOS, LIQUIDO,
                 BASEINSS, BASEIRRF, SITUACAO, DATACALC)
                VALUES (:DB2-CODFUN, :WK-PERIODO, :DB2-EMPRESAFUN,
                        :DB2-DEPTOFUN, :DB2-CARGOFUN,
                        :WK-SALARIO-BASE, :WK-TOTAL-PROVENTOS,
                        :WK-TOTAL-DESCONTOS, :WK-LIQUIDO,
                        :WK-BASE-INSS, :WK-BASE-IRRF,
                        :WK-SITUACAO-CALC, CURRENT DATE)
          END-EXEC.
          IF   SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             IF   CALCULO-NEGATIVO
                ADD 1 TO WK-QTDE-NEGATIVA
             ELSE
                ADD 1 TO WK-QTDE-CALCULADA
                ADD WK-LIQUIDO TO WK-SOMA-LIQUIDO
             END-IF
          ELSE
             ADD 1 TO WK-QTDE-ERRO-CALC
             MOVE SQLCODE TO WK-SQLCODE-EDIT
             CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
             DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
                     ' NO CALCULO DO FUNCIONARIO ' DB2-CODFUN
                     ' - SEM LIQUIDO NO PERIODO'
             EXEC SQL ROLLBACK END-EXEC
          END-IF.
      *
       215-CALCULA-HORISTA.
      *    HORISTA: HORAS NORMAIS DO PONTO NO PERIODO A VALORHORA E O
      *    DSR DELAS - O QUE NAO FOI TRABALHADO JA NAO ENTRA.
          MOVE ZEROS TO WK-HORAS-NORMAIS WK-VALOR-DSR.
          EXEC SQL
             SELECT COALESCE(SUM(HORASNORM), 0)
               INTO :WK-HORAS-NORMAIS
               FROM EAD719.MOVPONTO
              WHERE CODFUN  = :DB2-CODFUN
                AND PERIODO = :WK-PERIODO
          END-EXEC.
          IF   SQLCODE NOT = 0
             MOVE ZEROS TO WK-HORAS-NORMAIS
          END-IF.
          COMPUTE WK-VALOR-HORAS ROUNDED =
                  WK-HORAS-NORMAIS * DB2-VALORHORA.

          MOVE 1                    TO WK-CAL-DIA.
          MOVE WK-PERIODO(5:2)      TO WK-CAL-MES.
          MOVE WK-PERIODO(1:4)      TO WK-CAL-ANO.
          MOVE ZEROS                TO WK-DIAS-DESCANSO.
          CALL "CALCDUTIL" USING WK-OPER-CALEN,
                                 DB2-EMPRESAFUN,
                                 DB2-DEPTOFUN,
                                 WK-DATA-CALEN,
                                 WK-DIAS-DESCANSO,
                                 WK-CALEN-VALIDO.
          IF   CALEN-VALIDO
             COMPUTE WK-DIAS-UTEIS = WK-CAL-DIA - WK-DIAS-DESCANSO
             IF   WK-DIAS-UTEIS > ZEROS
                COMPUTE WK-VALOR-DSR ROUNDED =
                        WK-VALOR-HORAS / WK-DIAS-UTEIS
                                       * WK-DIAS-DESCANSO
             END-IF
          END-IF.
          COMPUTE WK-SALARIO-BASE = WK-VALOR-HORAS + WK-VALOR-DSR.

          MOVE '0001'               TO WK-LIN-RUBRICA.
          MOVE 'HORAS NORMAIS'      TO WK-LIN-DESCRICAO.
          MOVE 'P'                  TO WK-LIN-TIPO.
          MOVE WK-VALOR-HORAS       TO WK-LIN-VALOR.
          PERFORM 390-GRAVA-LINHA.
          MOVE '0002'               TO WK-LIN-RUBRICA.
          MOVE 'DSR S/ HORAS NORMAIS' TO WK-LIN-DESCRICAO.
          MOVE 'P'                  TO WK-LIN-TIPO.
          MOVE WK-VALOR-DSR         TO WK-LIN-VALOR.
          PERFORM 390-GRAVA-LINHA.
      *
       220-CALCULA-INSS.
      *    BASE DO INSS: PROVENTOS DO MES MENOS AS FALTAS E OS
      *    AVULSOS FORA DA BASE (PROVENTO ISENTO 0109 E DESCONTO
      *    TRIBUTAVEL 0502). CADA FAIXA CONTRIBUI SO COM A PARTE
      *    DA BASE QUE CAI NELA; ACIMA DA ULTIMA FAIXA, O TETO.
          MOVE ZEROS TO WK-TOTAL-PROVENTOS WK-VALOR-FALTAS
                        WK-VALOR-PENSAO WK-VALOR-FORA-BASE.
          EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN TIPO = 'P'
                                      THEN VALOR ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RUBRICA = '0501'
                                      THEN VALOR ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RUBRICA = '0520'
                                      THEN VALOR ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RUBRICA IN ('0109',
                                                       '0502')
                                      THEN VALOR ELSE 0 END), 0)
               INTO :WK-TOTAL-PROVENTOS, :WK-VALOR-FALTAS,
                    :WK-VALOR-PENSAO, :WK-VALOR-FORA-BASE
               FROM EAD719.FOLHALIN
              WHERE CODFUN  = :DB2-CODFUN
                AND PERIODO = :WK-PERIODO
          END-EXEC.
          COMPUTE WK-BASE-INSS = WK-TOTAL-PROVENTOS - WK-VALOR-FALTAS
                - WK-VALOR-FORA-BASE.
          IF   WK-BASE-INSS < ZEROS
             MOVE ZEROS TO WK-BASE-INSS
          END-IF.
          MOVE ZEROS TO WK-INSS-ACUMULADO WK-LIMITE-ANTERIOR.
          PERFORM 225-SOMA-FAIXA-INSS
                  VARYING WK-IDX FROM 1 BY 1
                  UNTIL WK-IDX > WK-QTDE-INSS
                     OR WK-BASE-INSS <= WK-LIMITE-ANTERIOR.
          COMPUTE WK-VALOR-INSS ROUNDED = WK-INSS-ACUMULADO.
          MOVE DB2-CODFUN           TO WK-LIN-CODFUN.
          MOVE '0560'               TO WK-LIN-RUBRICA.
          MOVE 'INSS'               TO WK-LIN-DESCRICAO.
          MOVE 'D'                  TO WK-LIN-TIPO.
          MOVE WK-VALOR-INSS        TO WK-LIN-VALOR.
          PERFORM 390-GRAVA-LINHA.
      *
       225-SOMA-FAIXA-INSS.
          IF   WK-BASE-INSS < TI-LIMITE(WK-IDX)
             COMPUTE WK-PARCELA-FAIXA =
                     WK-BASE-INSS - WK-LIMITE-ANTERIOR
          ELSE
             COMPUTE WK-PARCELA-FAIXA =
                     TI-LIMITE(WK-IDX) - WK-LIMITE-ANTERIOR
          END-IF.
          COMPUTE WK-INSS-ACUMULADO = WK-INSS-ACUMULADO
                + WK-PARCELA-FAIXA * TI-ALIQUOTA(WK-IDX) / 100.
          MOVE TI-LIMITE(WK-IDX) TO WK-LIMITE-ANTERIOR.
      *
       230-CALCULA-IRRF.
      *    BASE DO IR: BASE DO INSS MENOS O INSS RETIDO, A DEDUCAO
      *    POR DEPENDENTE DE IR E A PENSAO ALIMENTICIA DO MES. O
      *    IMPOSTO E A ALIQUOTA DA FAIXA MENOS A PARCELA A DEDUZIR.
          MOVE ZEROS TO WK-QTDE-DEPIRRF.
          EXEC SQL
             SELECT COUNT(*)
               INTO :WK-QTDE-DEPIRRF
               FROM EAD719.DEPENDENTES
              WHERE CODFUN    = :DB2-CODFUN
                AND STATUSDEP = 'A'
                AND DEPIRRF   = 'S'
          END-EXEC.
          COMPUTE WK-BASE-IRRF = WK-BASE-INSS - WK-VALOR-INSS
                - (WK-QTDE-DEPIRRF * WK-DEDUCAO-DEPENDENTE)
                - WK-VALOR-PENSAO.
          MOVE ZEROS TO WK-VALOR-IRRF.
          IF   WK-BASE-IRRF > ZEROS
             PERFORM VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX >= WK-QTDE-IRRF
                        OR WK-BASE-IRRF <= TR-LIMITE(WK-IDX)
                CONTINUE
             END-PERFORM
             COMPUTE WK-VALOR-IRRF ROUNDED =
                     WK-BASE-IRRF * TR-ALIQUOTA(WK-IDX) / 100
                   - TR-DEDUCAO(WK-IDX)
             IF   WK-VALOR-IRRF < ZEROS
                MOVE ZEROS TO WK-VALOR-IRRF
             END-IF
          ELSE
             MOVE ZEROS TO WK-BASE-IRRF
          END-IF.
          MOVE DB2-CODFUN           TO WK-LIN-CODFUN.
          MOVE '0570'               TO WK-LIN-RUBRICA.
          MOVE 'IRRF'               TO WK-LIN-DESCRICAO.
          MOVE 'D'                  TO WK-LIN-TIPO.
          MOVE WK-VALOR-IRRF        TO WK-LIN-VALOR.
          PERFORM 390-GRAVA-LINHA.
      *
       240-DESCONTA-DEVOLUCAO.
      *    SALDO A DEVOLVER DE PAGAMENTO INDEVIDO, LIMITADO A 30% DO
      *    LIQUIDO. O DESCONTO FICA NA RECEBMOV NA MESMA UNIDADE DE
      *    TRABALHO DA FOLHACALC; O REPROCESSAMENTO O APAGA JUNTO.
          MOVE ZEROS TO WK-RECEB-APURADO WK-RECEB-DESCONTADO
                        WK-DESC-DEVOLUCAO.
          EXEC SQL
             SELECT COALESCE(SUM(VALOR), 0)
               INTO :WK-RECEB-APURADO
               FROM EAD719.RECEBIVEL
              WHERE CODFUN = :DB2-CODFUN
          END-EXEC.
          IF   SQLCODE = 0 AND WK-RECEB-APURADO > ZEROS
             EXEC SQL
                SELECT COALESCE(SUM(VALOR), 0)
                  INTO :WK-RECEB-DESCONTADO
                  FROM EAD719.RECEBMOV
                 WHERE CODFUN = :DB2-CODFUN
             END-EXEC
             IF   SQLCODE NOT = 0
                MOVE WK-RECEB-APURADO TO WK-RECEB-DESCONTADO
             END-IF
          END-IF.
          COMPUTE WK-SALDO-RECEBER =
                  WK-RECEB-APURADO - WK-RECEB-DESCONTADO.
          IF   WK-SALDO-RECEBER > ZEROS
             COMPUTE WK-LIMITE-DEVOLUCAO ROUNDED =
                     (WK-TOTAL-PROVENTOS - WK-TOTAL-DESCONTOS)
                     * 30 / 100
             IF   WK-SALDO-RECEBER > WK-LIMITE-DEVOLUCAO
                MOVE WK-LIMITE-DEVOLUCAO TO WK-DESC-DEVOLUCAO
             ELSE
                MOVE WK-SALDO-RECEBER    TO WK-DESC-DEVOLUCAO
             END-IF
          END-IF.
          IF   WK-DESC-DEVOLUCAO > ZEROS
             EXEC SQL
                INSERT INTO EAD719.RECEBMOV
                   (CODFUN, PERIODO, PROCESSO, VALOR, DATAMOV)
                   VALUES (:DB2-CODFUN, :WK-PERIODO, 'CALCFOLH',
                           :WK-DESC-DEVOLUCAO, CURRENT DATE)
             END-EXEC
             IF   SQLCODE = 0
                MOVE DB2-CODFUN           TO WK-LIN-CODFUN
                MOVE '0580'               TO WK-LIN-RUBRICA
                MOVE 'DEVOLUCAO PAGTO INDEVIDO' TO WK-LIN-DESCRICAO
                MOVE 'D'                  TO WK-LIN-TIPO
                MOVE WK-DESC-DEVOLUCAO    TO WK-LIN-VALOR
                PERFORM 390-GRAVA-LINHA
                ADD WK-DESC-DEVOLUCAO     TO WK-TOTAL-DESCONTOS
                ADD 1                     TO WK-QTDE-DEVOLUCAO
             ELSE
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                CALL "DECODSQL" USING WK-SQLCODE-EDIT, WK-SQLCODE-MSG
                DISPLAY 'AVISO: DEVOLUCAO DE PAGAMENTO INDEVIDO DO '
                        'FUNCIONARIO ' DB2-CODFUN ' NAO DESCONTADA - '
                        WK-SQLCODE-EDIT ' - ' WK-SQLCODE-MSG
             END-IF
          END-IF.
      *
       250-LISTA-SEM-CALCULO.
      *    SO O FUNCIONARIO ATIVO E CALCULADO, MAS OS EXTRATOS TRAZEM
      *    TAMBEM AFASTADO E FERISTA (AVULSO, INSALUBRIDADE,
      *    SOBREAVISO...) - SEM FOLHACALC A LINHA NAO E PAGA NEM
      *    DESCONTADA, ENTAO NAO PODE SUMIR EM SILENCIO.
          EXEC SQL
             OPEN CUR-SEM-CALCULO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-SEM-CALCULO
                  INTO :WK-LIN-CODFUN, :WK-LIN-RUBRICA,
                       :WK-LIN-DESCRICAO, :WK-LIN-TIPO,
                       :WK-LIN-VALOR, :WK-SC-STATUSFUN
             END-EXEC
             IF   SQLCODE = 0
                IF   WK-QTDE-SEM-CALCULO = ZEROS
                   DISPLAY 'LINHAS DE EXTRATO SEM CALCULO NO PERIODO '
                           '(FUNCIONARIO NAO CALCULADO - NAO PAGAS '
                           'NEM DESCONTADAS):'
                END-IF
                ADD 1 TO WK-QTDE-SEM-CALCULO
                MOVE WK-LIN-VALOR TO WK-VALOR-EDIT
                DISPLAY '  FUNCIONARIO ' WK-LIN-CODFUN
                        ' STATUS ' WK-SC-STATUSFUN
                        ' RUBRICA ' WK-LIN-RUBRICA ' '
                        WK-LIN-DESCRICAO ' ' WK-LIN-TIPO ' '
                        WK-VALOR-EDIT
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-SEM-CALCULO
          END-EXEC.
      *
       300-CARREGA-EXTRATOS SECTION.
       301-CARREGA-EXTRATOS.
      *    CADA EXTRATO DO MES VIRA LINHAS DE PROVENTO/DESCONTO DO
      *    PERIODO. FALHA NA CARGA DESFAZ TUDO E PARA - LIQUIDO COM
      *    DESCONTO FALTANDO SERIA PAGAMENTO A MAIOR.
          PERFORM 310-CARREGA-VARIAVEIS.
          PERFORM 320-CARREGA-BENEFICIOS.
          PERFORM 330-CARREGA-TRANSPORTE.
          PERFORM 340-CARREGA-PENSOES.
          PERFORM 350-CARREGA-CONSIGNADOS.
          PERFORM 360-CARREGA-SINDICAL.
          PERFORM 370-CARREGA-PREVIDENCIA.
          IF   WK-QTDE-ERRO-CARGA > ZEROS
             DISPLAY WK-QTDE-ERRO-CARGA ' LINHA(S) DE EXTRATO NAO '
                     'GRAVADA(S) - CALCULO DO PERIODO ABORTADO'
             EXEC SQL ROLLBACK END-EXEC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          EXEC SQL COMMIT END-EXEC.
          DISPLAY WK-QTDE-LINHAS ' LINHA(S) DE EXTRATO CARREGADA(S)'.
      *
       310-CARREGA-VARIAVEIS.
          OPEN INPUT ARQ-VARIAVEL.
          MOVE 'N' TO WK-EOF-EXTRATO.
          PERFORM 311-LER-VARIAVEL.
          PERFORM 312-TRATA-VARIAVEL UNTIL FIM-EXTRATO.
          CLOSE ARQ-VARIAVEL.
      *
       311-LER-VARIAVEL.
          READ ARQ-VARIAVEL
             AT END
                SET FIM-EXTRATO TO TRUE
          END-READ.
      *
       312-TRATA-VARIAVEL.
      *    HEADER '0' + DATA + 'FOLHARH ' E TRAILER '9' + TOTAIS
      *    NUMERICOS SAO DE CONTROLE, NAO DE FUNCIONARIO.
          IF   (RVH-TIPO = '0' AND RVH-ORIGEM = 'FOLHARH ')
            OR (RVT-TIPO = '9' AND RVT-QTDE IS NUMERIC
                               AND RVT-HASH IS NUMERIC)
             CONTINUE
          ELSE
             MOVE RV-CODFUN            TO WK-LIN-CODFUN
             MOVE 'D'                  TO WK-LIN-TIPO
             MOVE '0501'               TO WK-LIN-RUBRICA
             MOVE 'FALTAS/SUSPENSAO'   TO WK-LIN-DESCRICAO
             MOVE RV-VALOR-FALTAS      TO WK-LIN-VALOR
             PERFORM 390-GRAVA-LINHA
             MOVE 'P'                  TO WK-LIN-TIPO
             MOVE '0101'               TO WK-LIN-RUBRICA
             MOVE 'HORAS EXTRAS 50%'   TO WK-LIN-DESCRICAO
             MOVE RV-VALOR-HE50        TO WK-LIN-VALOR
             PERFORM 390-GRAVA-LINHA
             MOVE '0102'               TO WK-LIN-RUBRICA
             MOVE 'HORAS EXTRAS 100%'  TO WK-LIN-DESCRICAO
             MOVE RV-VALOR-HE100       TO WK-LIN-VALOR
             PERFORM 390-GRAVA-LINHA
             MOVE '0103'               TO WK-LIN-RUBRICA
             MOVE 'ADICIONAL NOTURNO'  TO WK-LIN-DESCRICAO
             MOVE RV-VALOR-ADNOT       TO WK-LIN-VALOR
             PERFORM 390-GRAVA-LINHA
             PERFORM 313-TRATA-ADICIONAL
          END-IF.
          PERFORM 311-LER-VARIAVEL.
      *
       313-TRATA-ADICIONAL.
      *    ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE, SOBREAVISO,
      *    ACIONAMENTO E LANCAMENTOS AVULSOS DO EXTRVAR, NUMA LINHA
      *    PROPRIA DO EXTRATO. O AVULSO PODE SER DESCONTO, ENTAO O
      *    TIPO DA LINHA E MOVIDO EM CADA CASO.
          IF   RV-VALOR-ADIC IS NUMERIC
             EVALUATE RV-TIPO-ADIC
                WHEN 'I'
                   MOVE '0104'                TO WK-LIN-RUBRICA
                   MOVE 'ADIC. INSALUBRIDADE' TO WK-LIN-DESCRICAO
                   MOVE RV-VALOR-ADIC         TO WK-LIN-VALOR
                   PERFORM 390-GRAVA-LINHA
                WHEN 'P'
                   MOVE '0105'                TO WK-LIN-RUBRICA
                   MOVE 'ADIC. PERICULOSIDADE' TO WK-LIN-DESCRICAO
                   MOVE RV-VALOR-ADIC         TO WK-LIN-VALOR
                   PERFORM 390-GRAVA-LINHA
                WHEN 'S'
                   MOVE '0106'                TO WK-LIN-RUBRICA
                   MOVE 'HORAS DE SOBREAVISO' TO WK-LIN-DESCRICAO
                   MOVE RV-VALOR-ADIC         TO WK-LIN-VALOR
                   PERFORM 390-GRAVA-LINHA
                WHEN 'A'
                   MOVE '0107'                TO WK-LIN-RUBRICA
                   MOVE 'ACIONAMENTO SOBREAVISO' TO WK-LIN-DESCRICAO
                   MOVE RV-VALOR-ADIC         TO WK-LIN-VALOR
                   PERFORM 390-GRAVA-LINHA
                WHEN 'T'
                   MOVE 'P'                   TO WK-LIN-TIPO
                   MOVE '0108'                TO WK-LIN-RUBRICA
                   MOVE 'PROVENTO AVULSO TRIBUTAVEL' TO WK-LIN-DESCRICAO
                   MOVE RV-VALOR-ADIC         TO WK-LIN-VALOR
                   PERFORM 390-GRAVA-LINHA
                WHEN 'E'
                   MOVE 'P'                   TO WK-LIN-TIPO
                   MOVE '0109'                TO WK-LIN-RUBRICA
                   MOVE 'PROVENTO AVULSO ISENTO' TO WK-LIN-DESCRICAO
                   MOVE RV-VALOR-ADIC         TO WK-LIN-VALOR
                   PERFORM 390-GRAVA-LINHA
                WHEN 'B'
                   MOVE 'D'                   TO WK-LIN-TIPO
                   MOVE '0502'                TO WK-LIN-RUBRICA
                   MOVE 'DESC. AVULSO (REDUZ BASE)' TO WK-LIN-DESCRICAO
                   MOVE RV-VALOR-ADIC         TO WK-LIN-VALOR
                   PERFORM 390-GRAVA-LINHA
                WHEN 'D'
                   MOVE 'D'                   TO WK-LIN-TIPO
                   MOVE '0503'                TO WK-LIN-RUBRICA
                   MOVE 'DESCONTO AVULSO'     TO WK-LIN-DESCRICAO
                   MOVE RV-VALOR-ADIC         TO WK-LIN-VALOR
                   PERFORM 390-GRAVA-LINHA
             END-EVALUATE
          END-IF.
      *
       320-CARREGA-BENEFICIOS.
          OPEN INPUT ARQ-BENEFICIO.
          MOVE 'N' TO WK-EOF-EXTRATO.
          PERFORM 321-LER-BENEFICIO.
          PERFORM 322-TRATA-BENEFICIO UNTIL FIM-EXTRATO.
          CLOSE ARQ-BENEFICIO.
      *
       321-LER-BENEFICIO.
          READ ARQ-BENEFICIO
             AT END
                SET FIM-EXTRATO TO TRUE
          END-READ.
      *
       322-TRATA-BENEFICIO.
          IF   (RBH-TIPO = '0' AND RBH-ORIGEM = 'FOLHARH ')
            OR (RBT-TIPO = '9' AND RBT-QTDE IS NUMERIC
                               AND RBT-HASH IS NUMERIC)
            OR RB-CODBEN = WK-CODBEN-VT
             CONTINUE
          ELSE
             MOVE RB-CODFUN            TO WK-LIN-CODFUN
             MOVE '0510'               TO WK-LIN-RUBRICA
             MOVE SPACES               TO WK-LIN-DESCRICAO
             STRING 'BENEFICIO ' RB-CODBEN
                    DELIMITED BY SIZE INTO WK-LIN-DESCRICAO
             END-STRING
             MOVE 'D'                  TO WK-LIN-TIPO
             MOVE RB-VALORFUNC         TO WK-LIN-VALOR
             PERFORM 390-GRAVA-LINHA
          END-IF.
          PERFORM 321-LER-BENEFICIO.
      *
       330-CARREGA-TRANSPORTE.
          OPEN INPUT ARQ-TRANSPORTE.
          MOVE 'N' TO WK-EOF-EXTRATO.
          PERFORM 331-LER-TRANSPORTE.
          PERFORM 332-TRATA-TRANSPORTE UNTIL FIM-EXTRATO.
          CLOSE ARQ-TRANSPORTE.
      *
       331-LER-TRANSPORTE.
          READ ARQ-TRANSPORTE
             AT END
                SET FIM-EXTRATO TO TRUE
          END-READ.
      *
       332-TRATA-TRANSPORTE.
          MOVE RT-CODFUN               TO WK-LIN-CODFUN.
          MOVE '0511'                  TO WK-LIN-RUBRICA.
          MOVE 'VALE-TRANSPORTE'       TO WK-LIN-DESCRICAO.
          MOVE 'D'                     TO WK-LIN-TIPO.
          MOVE RT-VALORFUNC            TO WK-LIN-VALOR.
          PERFORM 390-GRAVA-LINHA.
          PERFORM 331-LER-TRANSPORTE.
      *
       340-CARREGA-PENSOES.
          OPEN INPUT ARQ-PENSAO.
          MOVE 'N' TO WK-EOF-EXTRATO.
          PERFORM 341-LER-PENSAO.
          PERFORM 342-TRATA-PENSAO UNTIL FIM-EXTRATO.
          CLOSE ARQ-PENSAO.
      *
       341-LER-PENSAO.
          READ ARQ-PENSAO
             AT END
                SET FIM-EXTRATO TO TRUE
          END-READ.
      *
       342-TRATA-PENSAO.
          MOVE RP-CODFUN               TO WK-LIN-CODFUN.
          MOVE '0520'                  TO WK-LIN-RUBRICA.
          MOVE SPACES                  TO WK-LIN-DESCRICAO.
          STRING 'PENSAO ALIMENTICIA ' RP-SEQ
                 DELIMITED BY SIZE INTO WK-LIN-DESCRICAO
          END-STRING.
          MOVE 'D'                     TO WK-LIN-TIPO.
          MOVE RP-VALOR                TO WK-LIN-VALOR.
          PERFORM 390-GRAVA-LINHA.
          PERFORM 341-LER-PENSAO.
      *
       350-CARREGA-CONSIGNADOS.
          OPEN INPUT ARQ-CONSIGNADO.
          MOVE 'N' TO WK-EOF-EXTRATO.
          PERFORM 351-LER-CONSIGNADO.
          PERFORM 352-TRATA-CONSIGNADO UNTIL FIM-EXTRATO.
          CLOSE ARQ-CONSIGNADO.
      *
       351-LER-CONSIGNADO.
          READ ARQ-CONSIGNADO
             AT END
                SET FIM-EXTRATO TO TRUE
          END-READ.
      *
       352-TRATA-CONSIGNADO.
          MOVE RC-CODFUN               TO WK-LIN-CODFUN.
          MOVE '0530'                  TO WK-LIN-RUBRICA.
          MOVE SPACES                  TO WK-LIN-DESCRICAO.
          STRING 'CONSIGNADO ' RC-CONTRATO
                 DELIMITED BY SIZE INTO WK-LIN-DESCRICAO
          END-STRING.
          MOVE 'D'                     TO WK-LIN-TIPO.
          MOVE RC-PARCELA              TO WK-LIN-VALOR.
          PERFORM 390-GRAVA-LINHA.
          PERFORM 351-LER-CONSIGNADO.
      *
       360-CARREGA-SINDICAL.
          OPEN INPUT ARQ-SINDICAL.
          MOVE 'N' TO WK-EOF-EXTRATO.
          PERFORM 361-LER-SINDICAL.
          PERFORM 362-TRATA-SINDICAL UNTIL FIM-EXTRATO.
          CLOSE ARQ-SINDICAL.
      *
       361-LER-SINDICAL.
          READ ARQ-SINDICAL
             AT END
                SET FIM-EXTRATO TO TRUE
          END-READ.
      *
       362-TRATA-SINDICAL.
          MOVE RS-CODFUN               TO WK-LIN-CODFUN.
          MOVE '0540'                  TO WK-LIN-RUBRICA.
          MOVE SPACES                  TO WK-LIN-DESCRICAO.
          STRING 'MENSALIDADE SINDICAL ' RS-CODSIND
                 DELIMITED BY SIZE INTO WK-LIN-DESCRICAO
          END-STRING.
          MOVE 'D'                     TO WK-LIN-TIPO.
          MOVE RS-VALOR                TO WK-LIN-VALOR.
          PERFORM 390-GRAVA-LINHA.
          PERFORM 361-LER-SINDICAL.
      *
       370-CARREGA-PREVIDENCIA.
      *    AS CONTRIBUICOES JA ESTAO NO BANCO (CALCPREV) - SEM
      *    EXTRATO EM ARQUIVO. ERRO NA LEITURA CONTA COMO LINHA NAO
      *    GRAVADA E ABORTA A CARGA, COMO NOS DEMAIS EXTRATOS.
          EXEC SQL
             OPEN CUR-PREVCONTRIB
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PREVCONTRIB
                  INTO :WK-LIN-CODFUN, :WK-LIN-VALOR
             END-EXEC
             IF   SQLCODE = 0
                PERFORM 371-TRATA-PREVIDENCIA
             END-IF
          END-PERFORM.
          IF   SQLCODE NOT = 100
             ADD 1 TO WK-QTDE-ERRO-CARGA
             DISPLAY 'CONTRIBUICOES DA PREVIDENCIA NAO CARREGADAS - '
                     'SQLCODE ' SQLCODE
          END-IF.
          EXEC SQL
             CLOSE CUR-PREVCONTRIB
          END-EXEC.
      *
       371-TRATA-PREVIDENCIA.
      *    O 390 PODE DEIXAR SQLCODE NEGATIVO - A LEITURA CONTINUA
      *    ENQUANTO ELE E CONTADO EM WK-QTDE-ERRO-CARGA.
          MOVE '0590'                  TO WK-LIN-RUBRICA.
          MOVE 'PREVIDENCIA COMPLEMENTAR' TO WK-LIN-DESCRICAO.
          MOVE 'D'                     TO WK-LIN-TIPO.
          PERFORM 390-GRAVA-LINHA.
          MOVE ZEROS TO SQLCODE.
      *
       390-GRAVA-LINHA.
      *    LINHA ZERADA NAO ENTRA - O HOLERITE SO MOSTRA O QUE
      *    MEXEU NO LIQUIDO.
          IF   WK-LIN-VALOR > ZEROS
             EXEC SQL
                INSERT INTO EAD719.FOLHALIN
                   (CODFUN, PERIODO, RUBRICA, DESCRICAO, TIPO,
                    VALOR)
                   VALUES (:WK-LIN-CODFUN, :WK-PERIODO,
                           :WK-LIN-RUBRICA, :WK-LIN-DESCRICAO,
                           :WK-LIN-TIPO, :WK-LIN-VALOR)
             END-EXEC
             IF   SQLCODE = 0
                ADD 1 TO WK-QTDE-LINHAS
             ELSE
                ADD 1 TO WK-QTDE-ERRO-CARGA
                DISPLAY 'LINHA ' WK-LIN-RUBRICA ' DO FUNCIONARIO '
                        WK-LIN-CODFUN ' NAO GRAVADA - SQLCODE '
                        SQLCODE
             END-IF
          END-IF.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          MOVE WK-SOMA-LIQUIDO TO WK-SOMA-EDIT.
          DISPLAY '================================================'.
          DISPLAY 'RESUMO DO CALCULO DA FOLHA - PERIODO ' WK-PERIODO.
          DISPLAY '  LINHAS DE EXTRATO ..... ' WK-QTDE-LINHAS.
          DISPLAY '  CALCULADOS ............ ' WK-QTDE-CALCULADA.
          DISPLAY '  DESCONTO > PROVENTO ... ' WK-QTDE-NEGATIVA.
          DISPLAY '  COM ERRO .............. ' WK-QTDE-ERRO-CALC.
          DISPLAY '  LINHAS SEM CALCULO .... ' WK-QTDE-SEM-CALCULO.
          DISPLAY '  DEVOLUCAO DE INDEVIDO . ' WK-QTDE-DEVOLUCAO.
          DISPLAY '  TOTAL LIQUIDO ......... ' WK-SOMA-EDIT.
          DISPLAY '================================================'.
          IF   WK-QTDE-ERRO-CALC > ZEROS
             MOVE 12 TO RETURN-CODE
          ELSE
             IF   WK-QTDE-NEGATIVA > ZEROS
               OR WK-QTDE-SEM-CALCULO > ZEROS
                MOVE 4 TO RETURN-CODE
             END-IF
          END-IF.
          EXIT.
