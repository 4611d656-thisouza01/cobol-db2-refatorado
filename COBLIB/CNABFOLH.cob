      * GERACAO DA REMESSA DE PAGAMENTO DE SALARIOS NO *
      * ESTILO CNAB: UM REGISTRO HEADER (TIPO 0), UM   *
      * DETALHE (TIPO 1) POR FUNCIONARIO ATIVO COM     *
      * DADOS BANCARIOS CADASTRADOS, PELO LIQUIDO DO   *
      * CALCULO DA FOLHA DO PERIODO (EAD719.FOLHACALC, *
      * GRAVADO PELO CALCFOLH), E UM TRAILER           *
      * (TIPO 9) COM A QUANTIDADE DE DETALHES E OS     *
      * TOTAIS DE CONTROLE (SOMA DOS VALORES PAGOS E   *
      * HASH DA SOMA DAS CONTAS) QUE O BANCO EXIGE     *
      * PARA ACEITAR O ARQUIVO. FUNCIONARIO ATIVO SEM  *
      * DADOS BANCARIOS FICA FORA DA REMESSA E E       *
      * CONTADO A PARTE PARA O RH REGULARIZAR; SEM     *
      * CALCULO NO PERIODO, OU COM DESCONTOS MAIORES   *
      * QUE OS PROVENTOS (SITUACAO 'N'), TAMBEM FICA   *
      * FORA E E LISTADO - NUNCA SE PAGA O BRUTO.      *
      *                                                *
      * LEIAUTE DA REMESSA (CNABREM):                  *
      *   TIPO 0: '0' + DATA GERACAO AAAAMMDD +        *
      * LIMITE (PARM VARMAX=NN, PADRAO 10) SEGURA O    *
      * ARQUIVO COM RETURN-CODE 8 - O PARM LIBERAR     *
      * LIBERA CONSCIENTEMENTE.                        *
      * PARM='VARMAX=NN LIBERAR PERIODO=AAAAMM         *
      *       CARENCIA=NN DOCADM=NNN'                  *
      * (OPCIONAIS; SEM PERIODO, O MES CORRENTE).      *
      *                                                *
      * CARENCIA DE CONTA NOVA: FUNCIONARIO CUJA CONTA *
      * DE PAGAMENTO MUDOU HA MENOS DE CARENCIA DIAS   *
      * (PADRAO 7; LINHA 'CONTABANCO' NA               *
      * FUNCIONARIOS_HIST, GRAVADA NA CONFIRMACAO DO   *
      * APRBANCO) NAO RECEBE O SALARIO NA REMESSA: O   *
      * CREDITO FICA RETIDO EM EAD719.CREDRETIDO PARA  *
      * LIBERACAO MANUAL (APRBANCO, OPERACAO P). O     *
      * CREDITO LIBERADO SAI NA REMESSA SEGUINTE,      *
      * NORMAL OU AVULSA, NA CONTA DO CADASTRO.        *
      * DOCUMENTOS DE ADMISSAO: FUNCIONARIO COM ITEM   *
      * OBRIGATORIO DA LISTA DE ADMISSAO (MANDOCAD)    *
      * PENDENTE HA MAIS DE NNN DIAS (PADRAO 30) SAI   *
      * LISTADO; COM DOCSEG=NNN NO LUGAR DE DOCADM=NNN *
      * O CREDITO DELE TAMBEM FICA RETIDO NA           *
      * CREDRETIDO, LIBERADO PELO APRBANCO COMO O DA   *
      * CARENCIA.                                      *
      * EAD719.CREDRETIDO:                             *
      *   CODFUN     X(07)                             *
      *   PERIODO    9(06)                             *
      *   VALOR      9(07)V99                          *
      *   DATARETEN  DATE                              *
      *   SITUACAO   X(01)  R=RETIDO L=LIBERADO        *
      *                     M=REMETIDO                 *
      *   USUARIOLIB X(08)                             *
      *   DATALIB    DATE                              *
      *   DATAREM    DATE                              *
      *                                                *
      * RESCISOES: O LIQUIDO DE CADA RESCISAO A PAGAR  *
      * (EAD719.RESCPAG SITUACAO 'P', DO CALCRESC) SAI *
      * EM DETALHE TIPO 1 NA CONTA CADASTRADA E A      *
      * LINHA FICA 'R' (REMETIDA) APOS A REMESSA.      *
      * COMO O PRAZO LEGAL NAO ESPERA A FOLHA, O       *
      * PARM='RESCISAO' GERA UMA REMESSA AVULSA SO COM *
      * AS RESCISOES (E OS CREDITOS RETIDOS JA         *
      * LIBERADOS), SEM SALARIOS, PENSOES E TRAVA.     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER               PIC X(63).
       01  REG-REM-DETALHE REDEFINES REG-REMESSA.
           05  RD-TIPO              PIC X(01).
           05  RD-CODFUN            PIC X(07).
           05  RD-NOMEFUN           PIC X(30).
           05  RD-BANCO             PIC X(03).
           05  RD-AGENCIA           PIC X(04).
           05  RD-DIGITO            PIC X(01).
           05  RD-VALOR             PIC 9(09)V99.
           05  RD-REENVIO           PIC X(01).
           05  FILLER               PIC X(14).
       01  REG-REM-TRAILER REDEFINES REG-REMESSA.
           05  RT-TIPO              PIC X(01).
           05  RT-QTDE-DETALHES     PIC 9(06).
      *    PELO RETCNAB) - O DETALHE SAI SINALIZADO COMO REENVIO E
      *    A MARCA E LIMPA APOS A REMESSA.
       77  DB2-CNABREJ               PIC X(01)       VALUE SPACES.
      *    LIQUIDO E SITUACAO DO CALCULO DA FOLHA DO PERIODO
      *    (EAD719.FOLHACALC) - BRANCO QUANDO O CALCFOLH NAO
      *    CALCULOU O FUNCIONARIO.
       77  WK-LIQUIDO-FOLHA          PIC 9(07)V99    VALUE ZEROS.
       77  WK-SITUACAO-CALC          PIC X(01)       VALUE SPACES.
       77  WK-QTDE-SEM-CALCULO       PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-NEGATIVA          PIC 9(05)       VALUE ZEROS.
      *    PENSAO ALIMENTICIA DO MES (EAD719.PENSAOMES, CALCULADA
      *    PELO EXTRPENS): JA DESCONTADA NO LIQUIDO DO CALCFOLH E
      *    REMETIDA AO BENEFICIARIO EM DETALHE PROPRIO.
       77  WK-PEN-SEQ                PIC 9(02)       VALUE ZEROS.
       77  WK-PEN-BENEF              PIC X(30)       VALUE SPACES.
       77  WK-PEN-BANCO              PIC X(03)       VALUE SPACES.
       77  DB2-AGENCIAFUN            PIC X(04)       VALUE SPACES.
       77  DB2-CONTAFUN              PIC X(08)       VALUE SPACES.
       77  DB2-DIGITOFUN             PIC X(01)       VALUE SPACES.
      *    LIQUIDO DAS RESCISOES A PAGAR (EAD719.RESCPAG, CALCRESC).
       77  WK-RESC-VALOR             PIC 9(07)V99    VALUE ZEROS.
       77  WK-QTDE-RESCISOES         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-RESC-SEM-BANCO    PIC 9(05)       VALUE ZEROS.
       77  WK-SO-RESCISAO            PIC X(01)       VALUE 'N'.
           88  RODADA-RESCISAO                       VALUE 'S'.
      *    CARENCIA DE CONTA NOVA E CREDITOS RETIDOS/LIBERADOS
      *    (EAD719.CREDRETIDO).
       77  WK-CARENCIA               PIC 9(02)       VALUE 7.
       77  WK-SITUACAO-RETENCAO      PIC X(01)       VALUE SPACES.
       77  WK-QTDE-ALT-CONTA         PIC 9(04)       VALUE ZEROS.
       77  WK-RETIDO                 PIC X(01)       VALUE 'N'.
           88  CREDITO-RETIDO                        VALUE 'S'.
       77  WK-QTDE-RETIDA            PIC 9(05)       VALUE ZEROS.
       77  WK-LIB-VALOR              PIC 9(07)V99    VALUE ZEROS.
      *    DOCUMENTOS DE ADMISSAO PENDENTES (VALDOCAD).
       77  WK-DOCADM-DIAS            PIC 9(03)       VALUE 30.
       77  WK-DOCADM-SEGURA          PIC X(01)       VALUE 'N'.
           88  SEGURA-DOC-PENDENTE                   VALUE 'S'.
       77  WK-ITENS-PENDENTES        PIC X(30)       VALUE SPACES.
       77  WK-QTDE-DOC-PENDENTE      PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-DOC-RETIDA        PIC 9(05)       VALUE ZEROS.
           COPY CPYVALOK REPLACING ==WK-CAMPO-VALIDO== BY
                                       ==WK-ADMISSAO-DOCUMENTADA==
                                   ==CAMPO-VALIDO== BY
                                       ==ADMISSAO-DOCUMENTADA==.
       77  WK-QTDE-LIBERADOS         PIC 9(05)       VALUE ZEROS.
       77  WK-QTDE-LIB-SEM-BANCO     PIC 9(05)       VALUE ZEROS.
      *
      *    CREDITOS DE PENSAO DO PERIODO, COM OS DADOS BANCARIOS DO
      *    BENEFICIARIO.
                  AND P.SITUACAO = 'A'
                ORDER BY P.BANCO, P.AGENCIA, M.CODFUN, M.SEQ
       END-EXEC.
      *
      *    RESCISOES CALCULADAS E AINDA NAO REMETIDAS - O
      *    FUNCIONARIO JA ESTA DESLIGADO, A CONTA E A DO CADASTRO.
      *    SEM O STATUS 'D' (EXCLUIR FALHOU NO TERMINA) NAO HA
      *    CREDITO DE RESCISAO.
       EXEC SQL
           DECLARE CUR-RESCISAO CURSOR FOR
               SELECT R.CODFUN, F.NOMEFUN, R.LIQUIDO,
                      F.BANCOFUN, F.AGENCIAFUN, F.CONTAFUN,
                      F.DIGITOFUN
                 FROM EAD719.RESCPAG R
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = R.CODFUN
                WHERE R.SITUACAO  = 'P'
                  AND F.STATUSFUN = 'D'
                ORDER BY F.BANCOFUN, F.AGENCIAFUN, R.CODFUN
       END-EXEC.
      *
      *    CREDITOS RETIDOS NA CARENCIA E JA LIBERADOS (APRBANCO) -
      *    PAGOS NA CONTA DO CADASTRO, PELO VALOR RETIDO.
       EXEC SQL
           DECLARE CUR-LIBERADO CURSOR FOR
               SELECT R.CODFUN, F.NOMEFUN, R.VALOR,
                      F.BANCOFUN, F.AGENCIAFUN, F.CONTAFUN,
                      F.DIGITOFUN
                 FROM EAD719.CREDRETIDO R
                 JOIN EAD719.FUNCIONARIOS F
                   ON F.CODFUN = R.CODFUN
                WHERE R.SITUACAO = 'L'
                ORDER BY F.BANCOFUN, F.AGENCIAFUN, R.CODFUN
       END-EXEC.
      *
       EXEC SQL
           DECLARE CUR-PAGAMENTO CURSOR FOR
               SELECT F.CODFUN, F.NOMEFUN,
                      COALESCE(C.LIQUIDO, 0),
                      COALESCE(C.SITUACAO, ' '),
                      F.BANCOFUN, F.AGENCIAFUN, F.CONTAFUN,
                      F.DIGITOFUN, COALESCE(F.CNABREJ, ' ')
                 FROM EAD719.FUNCIONARIOS F
                 LEFT JOIN EAD719.FOLHACALC C
                   ON C.CODFUN  = F.CODFUN
                  AND C.PERIODO = :WK-PERIODO-ATUAL
                WHERE F.STATUSFUN = 'A'
                ORDER BY F.BANCOFUN, F.AGENCIAFUN, F.CODFUN
       END-EXEC.
      *
       01  WK-DATA-ATUAL.
       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-TAM           PIC S9(4)       COMP.
           05  LK-PARM-TEXTO         PIC X(60).
      *
       PROCEDURE DIVISION USING LK-PARM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
          PERFORM 101-INICIAR.
          IF   NOT RODADA-RESCISAO
             PERFORM 201-PROCESSAR
          END-IF.
          PERFORM 901-FINALIZAR.
          STOP RUN.
      *
          COMPUTE WK-PERIODO-ATUAL =
                  WK-HOJE-AAAA * 100 + WK-HOJE-MM.
          IF  LK-PARM-TAM > 0
             IF  LK-PARM-TEXTO(1:8) = 'RESCISAO'
                SET RODADA-RESCISAO TO TRUE
             END-IF
             IF  LK-PARM-TEXTO(1:7) = 'VARMAX='
                 AND LK-PARM-TEXTO(8:2) IS NUMERIC
                MOVE LK-PARM-TEXTO(8:2) TO WK-VARMAX
                DISPLAY 'LIBERACAO CONSCIENTE: A TRAVA DE VARIACAO '
                        'NAO SEGURA ESTA REMESSA'
             END-IF
             IF  LK-PARM-TEXTO(19:8) = 'PERIODO='
                 AND LK-PARM-TEXTO(27:6) IS NUMERIC
                MOVE LK-PARM-TEXTO(27:6) TO WK-PERIODO-ATUAL
             END-IF
             IF  LK-PARM-TEXTO(34:9) = 'CARENCIA='
                 AND LK-PARM-TEXTO(43:2) IS NUMERIC
                MOVE LK-PARM-TEXTO(43:2) TO WK-CARENCIA
             END-IF
             IF  (LK-PARM-TEXTO(46:7) = 'DOCADM='
                  OR LK-PARM-TEXTO(46:7) = 'DOCSEG=')
                 AND LK-PARM-TEXTO(53:3) IS NUMERIC
                MOVE LK-PARM-TEXTO(53:3) TO WK-DOCADM-DIAS
                IF  LK-PARM-TEXTO(46:7) = 'DOCSEG='
                   SET SEGURA-DOC-PENDENTE TO TRUE
                   DISPLAY 'DOCUMENTOS DE ADMISSAO PENDENTES HA MAIS '
                           'DE ' WK-DOCADM-DIAS ' DIA(S) RETEM O '
                           'CREDITO DO FUNCIONARIO'
                END-IF
             END-IF
          END-IF.
          IF   RODADA-RESCISAO
             DISPLAY 'CNABFOLH: REMESSA AVULSA DAS RESCISOES A PAGAR'
          ELSE
             DISPLAY 'CNABFOLH: LIQUIDO DA FOLHA DO PERIODO '
                     WK-PERIODO-ATUAL ' - CARENCIA DE CONTA NOVA DE '
                     WK-CARENCIA ' DIA(S)'
          END-IF.
          OPEN OUTPUT ARQ-REMESSA.
          MOVE SPACES            TO REG-REMESSA.
          MOVE WK-DATA-AAAAMMDD  TO RH-DATA-GERACAO.
          MOVE 'FOLHARH '        TO RH-ORIGEM.
          WRITE REG-REMESSA.
          IF   NOT RODADA-RESCISAO
             EXEC SQL
                OPEN CUR-PAGAMENTO
             END-EXEC
          END-IF.
      *
       200-PROCESSAR SECTION.
       201-PROCESSAR.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-PAGAMENTO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-LIQUIDO-FOLHA,
                       :WK-SITUACAO-CALC,
                       :DB2-BANCOFUN, :DB2-AGENCIAFUN,
                       :DB2-CONTAFUN, :DB2-DIGITOFUN, :DB2-CNABREJ
             END-EXEC
             IF   SQLCODE = 0
                EVALUATE TRUE
                   WHEN WK-SITUACAO-CALC = SPACES
                      ADD 1 TO WK-QTDE-SEM-CALCULO
                      DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' SEM CALCULO '
                              'DA FOLHA NO PERIODO (CALCFOLH) - FORA '
                              'DA REMESSA'
                   WHEN WK-SITUACAO-CALC = 'N'
                      ADD 1 TO WK-QTDE-NEGATIVA
                      DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' COM '
                              'DESCONTOS MAIORES QUE OS PROVENTOS - '
                              'FORA DA REMESSA'
                   WHEN DB2-BANCOFUN = SPACES OR DB2-BANCOFUN = '000'
                      ADD 1 TO WK-QTDE-SEM-BANCO
                   WHEN OTHER
                      PERFORM 205-CONFERE-CARENCIA
                      IF   NOT CREDITO-RETIDO
                         PERFORM 207-CONFERE-DOC-ADMISSAO
                      END-IF
                      IF   NOT CREDITO-RETIDO
                         PERFORM 210-GRAVA-DETALHE
                      END-IF
                END-EVALUATE
             END-IF
          END-PERFORM.
      *
       205-CONFERE-CARENCIA.
      *    CREDITO DO PERIODO JA NA CREDRETIDO (RETIDO, LIBERADO OU
      *    REMETIDO) NAO VOLTA PELO CURSOR PRINCIPAL - O LIBERADO SAI
      *    PELO 240 E O REMETIDO JA FOI PAGO. SENAO, CONTA TROCADA NA
      *    CARENCIA RETEM O CREDITO AGORA.
          MOVE 'N' TO WK-RETIDO.
          EXEC SQL
             SELECT COALESCE(MAX(SITUACAO), ' ')
               INTO :WK-SITUACAO-RETENCAO
               FROM EAD719.CREDRETIDO
              WHERE CODFUN  = :DB2-CODFUN
                AND PERIODO = :WK-PERIODO-ATUAL
          END-EXEC.
          IF   WK-SITUACAO-RETENCAO NOT = SPACES
             SET CREDITO-RETIDO TO TRUE
             IF   WK-SITUACAO-RETENCAO = 'R'
                ADD 1 TO WK-QTDE-RETIDA
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' COM CREDITO DO '
                        'PERIODO AINDA RETIDO - AGUARDA LIBERACAO '
                        '(APRBANCO)'
             END-IF
          ELSE
             MOVE ZEROS TO WK-QTDE-ALT-CONTA
             EXEC SQL
                SELECT COUNT(*)
                  INTO :WK-QTDE-ALT-CONTA
                  FROM EAD719.FUNCIONARIOS_HIST
                 WHERE CODFUN   = :DB2-CODFUN
                   AND CAMPOALT = 'CONTABANCO'
                   AND DATAALT  > CURRENT DATE - :WK-CARENCIA DAYS
             END-EXEC
             IF   WK-QTDE-ALT-CONTA > ZEROS
                SET CREDITO-RETIDO TO TRUE
                EXEC SQL
                   INSERT INTO EAD719.CREDRETIDO
                      (CODFUN, PERIODO, VALOR, DATARETEN, SITUACAO)
                      VALUES (:DB2-CODFUN, :WK-PERIODO-ATUAL,
                              :WK-LIQUIDO-FOLHA, CURRENT DATE, 'R')
                END-EXEC
                IF   SQLCODE = 0
                   ADD 1 TO WK-QTDE-RETIDA
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' TROCOU A '
                           'CONTA HA MENOS DE ' WK-CARENCIA
                           ' DIA(S) - CREDITO RETIDO PARA LIBERACAO '
                           'MANUAL (APRBANCO)'
                ELSE
      *            SEM A LINHA DE RETENCAO O CREDITO NAO PODERIA SER
      *            LIBERADO DEPOIS - MELHOR PARAR QUE PAGAR OU PERDER.
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' AO RETER O '
                           'CREDITO DO FUNCIONARIO ' DB2-CODFUN
                           ' - REMESSA INTERROMPIDA'
                   EXEC SQL ROLLBACK END-EXEC
                   CLOSE ARQ-REMESSA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                END-IF
             END-IF
          END-IF.
      *
       207-CONFERE-DOC-ADMISSAO.
      *    ITEM OBRIGATORIO DA LISTA DE ADMISSAO PENDENTE ALEM DO
      *    PRAZO E APONTADO; COM DOCSEG, O CREDITO E RETIDO NA
      *    CREDRETIDO COMO O DA CARENCIA - A LIBERACAO MANUAL
      *    (APRBANCO, OPERACAO P) E A MESMA.
          CALL "VALDOCAD" USING DB2-CODFUN, WK-DOCADM-DIAS,
                                WK-ITENS-PENDENTES,
                                WK-ADMISSAO-DOCUMENTADA.
          IF   NOT ADMISSAO-DOCUMENTADA
             ADD 1 TO WK-QTDE-DOC-PENDENTE
             IF   NOT SEGURA-DOC-PENDENTE
                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' COM DOCUMENTOS '
                        'DE ADMISSAO PENDENTES HA MAIS DE '
                        WK-DOCADM-DIAS ' DIA(S): ' WK-ITENS-PENDENTES
             ELSE
                SET CREDITO-RETIDO TO TRUE
                EXEC SQL
                   INSERT INTO EAD719.CREDRETIDO
                      (CODFUN, PERIODO, VALOR, DATARETEN, SITUACAO)
                      VALUES (:DB2-CODFUN, :WK-PERIODO-ATUAL,
                              :WK-LIQUIDO-FOLHA, CURRENT DATE, 'R')
                END-EXEC
                IF   SQLCODE = 0
                   ADD 1 TO WK-QTDE-DOC-RETIDA
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' COM '
                           'DOCUMENTOS DE ADMISSAO PENDENTES ('
                           WK-ITENS-PENDENTES ') - CREDITO RETIDO '
                           'PARA LIBERACAO MANUAL (APRBANCO)'
                ELSE
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' AO RETER O '
                           'CREDITO DO FUNCIONARIO ' DB2-CODFUN
                           ' - REMESSA INTERROMPIDA'
                   EXEC SQL ROLLBACK END-EXEC
                   CLOSE ARQ-REMESSA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                END-IF
             END-IF
          END-IF.
      *
       210-GRAVA-DETALHE.
      *    O LIQUIDO DO CALCFOLH JA VEM SEM A PENSAO DO MES E OS
      *    DEMAIS DESCONTOS - O BENEFICIARIO DA PENSAO RECEBE O DELE
      *    EM DETALHE PROPRIO (220).
          MOVE SPACES            TO REG-REMESSA.
          MOVE '1'               TO RD-TIPO.
          MOVE DB2-CODFUN        TO RD-CODFUN.
          MOVE DB2-AGENCIAFUN    TO RD-AGENCIA.
          MOVE DB2-CONTAFUN      TO RD-CONTA.
          MOVE DB2-DIGITOFUN     TO RD-DIGITO.
          MOVE WK-LIQUIDO-FOLHA  TO RD-VALOR.
          IF   DB2-CNABREJ = 'S'
             MOVE 'R'            TO RD-REENVIO
             ADD 1 TO WK-QTDE-REENVIADA
          END-IF.
          WRITE REG-REMESSA.
          ADD 1 TO WK-QTDE-DETALHES.
          ADD WK-LIQUIDO-FOLHA   TO WK-SOMA-VALORES.
          IF   DB2-CONTAFUN IS NUMERIC
             MOVE DB2-CONTAFUN   TO WK-CONTA-NUMERICA
             ADD WK-CONTA-NUMERICA TO WK-HASH-CONTAS
             CLOSE CUR-PENSAO
          END-EXEC.
      *
       230-GRAVA-RESCISOES.
      *    UM DETALHE POR RESCISAO A PAGAR, NO MESMO LEIAUTE TIPO 1;
      *    SEM DADOS BANCARIOS, A RESCISAO FICA PENDENTE E LISTADA.
          EXEC SQL
             OPEN CUR-RESCISAO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-RESCISAO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-RESC-VALOR,
                       :DB2-BANCOFUN, :DB2-AGENCIAFUN,
                       :DB2-CONTAFUN, :DB2-DIGITOFUN
             END-EXEC
             IF   SQLCODE = 0
                IF   DB2-BANCOFUN = SPACES OR DB2-BANCOFUN = '000'
                   ADD 1 TO WK-QTDE-RESC-SEM-BANCO
                   DISPLAY 'RESCISAO DO FUNCIONARIO ' DB2-CODFUN
                           ' SEM DADOS BANCARIOS - FORA DA REMESSA'
                ELSE
                   MOVE SPACES           TO REG-REMESSA
                   MOVE '1'              TO RD-TIPO
                   MOVE DB2-CODFUN       TO RD-CODFUN
                   MOVE DB2-NOMEFUN-TEXT TO RD-NOMEFUN
                   MOVE DB2-BANCOFUN     TO RD-BANCO
                   MOVE DB2-AGENCIAFUN   TO RD-AGENCIA
                   MOVE DB2-CONTAFUN     TO RD-CONTA
                   MOVE DB2-DIGITOFUN    TO RD-DIGITO
                   MOVE WK-RESC-VALOR    TO RD-VALOR
                   WRITE REG-REMESSA
                   ADD 1 TO WK-QTDE-DETALHES
                   ADD 1 TO WK-QTDE-RESCISOES
                   ADD WK-RESC-VALOR     TO WK-SOMA-VALORES
                   IF   DB2-CONTAFUN IS NUMERIC
                      MOVE DB2-CONTAFUN  TO WK-CONTA-NUMERICA
                      ADD WK-CONTA-NUMERICA TO WK-HASH-CONTAS
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-RESCISAO
          END-EXEC.
      *
       240-GRAVA-LIBERADOS.
      *    UM DETALHE POR CREDITO RETIDO JA LIBERADO, NO MESMO
      *    LEIAUTE TIPO 1; SEM DADOS BANCARIOS, FICA LIBERADO E
      *    LISTADO, COMO A RESCISAO.
          EXEC SQL
             OPEN CUR-LIBERADO
          END-EXEC.
          PERFORM UNTIL SQLCODE NOT = 0
             EXEC SQL
                FETCH CUR-LIBERADO
                  INTO :DB2-CODFUN, :DB2-NOMEFUN, :WK-LIB-VALOR,
                       :DB2-BANCOFUN, :DB2-AGENCIAFUN,
                       :DB2-CONTAFUN, :DB2-DIGITOFUN
             END-EXEC
             IF   SQLCODE = 0
                IF   DB2-BANCOFUN = SPACES OR DB2-BANCOFUN = '000'
                   ADD 1 TO WK-QTDE-LIB-SEM-BANCO
                   DISPLAY 'CREDITO LIBERADO DO FUNCIONARIO '
                           DB2-CODFUN ' SEM DADOS BANCARIOS - FORA '
                           'DA REMESSA'
                ELSE
                   MOVE SPACES           TO REG-REMESSA
                   MOVE '1'              TO RD-TIPO
                   MOVE DB2-CODFUN       TO RD-CODFUN
                   MOVE DB2-NOMEFUN-TEXT TO RD-NOMEFUN
                   MOVE DB2-BANCOFUN     TO RD-BANCO
                   MOVE DB2-AGENCIAFUN   TO RD-AGENCIA
                   MOVE DB2-CONTAFUN     TO RD-CONTA
                   MOVE DB2-DIGITOFUN    TO RD-DIGITO
                   MOVE WK-LIB-VALOR     TO RD-VALOR
                   WRITE REG-REMESSA
                   ADD 1 TO WK-QTDE-DETALHES
                   ADD 1 TO WK-QTDE-LIBERADOS
                   ADD WK-LIB-VALOR      TO WK-SOMA-VALORES
                   IF   DB2-CONTAFUN IS NUMERIC
                      MOVE DB2-CONTAFUN  TO WK-CONTA-NUMERICA
                      ADD WK-CONTA-NUMERICA TO WK-HASH-CONTAS
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
          EXEC SQL
             CLOSE CUR-LIBERADO
          END-EXEC.
      *
       900-FINALIZAR SECTION.
       901-FINALIZAR.
          IF   NOT RODADA-RESCISAO
             EXEC SQL
                CLOSE CUR-PAGAMENTO
             END-EXEC
      *       AS RETENCOES DA CARENCIA VALEM MESMO QUE A TRAVA SEGURE
      *       A REMESSA - NA RODADA COM LIBERAR ELAS CONTINUAM FORA.
      *       O MESMO VALE PARA AS DE DOCUMENTOS DE ADMISSAO.
             IF   WK-QTDE-RETIDA > ZEROS
                  OR WK-QTDE-DOC-RETIDA > ZEROS
                EXEC SQL COMMIT END-EXEC
             END-IF
             PERFORM 220-GRAVA-PENSOES
          END-IF.
          PERFORM 230-GRAVA-RESCISOES.
          PERFORM 240-GRAVA-LIBERADOS.
          MOVE SPACES            TO REG-REMESSA.
          MOVE '9'               TO RT-TIPO.
          MOVE WK-QTDE-DETALHES  TO RT-QTDE-DETALHES.
          MOVE WK-HASH-CONTAS    TO RT-HASH-CONTAS.
          WRITE REG-REMESSA.
          CLOSE ARQ-REMESSA.
      *    A REMESSA AVULSA DE RESCISOES NAO PASSA PELA TRAVA NEM
      *    MEXE NOS TOTAIS DA FOLHA.
          IF   NOT RODADA-RESCISAO
             PERFORM 920-CONFERE-VARIACAO
          END-IF.
      *    REMESSA SEGURADA PELA TRAVA NAO E TRANSMITIDA - A MARCA
      *    DE REENVIO FICA INTACTA PARA A RODADA COM LIBERAR SAIR
      *    COM OS MESMOS 'R' DE SEMPRE; AS RESCISOES FICAM A PAGAR.
          IF   RETURN-CODE < 8
             IF   NOT RODADA-RESCISAO
                PERFORM 910-LIMPA-MARCA-REENVIO
             END-IF
             PERFORM 915-MARCA-RESCISOES
             PERFORM 916-MARCA-LIBERADOS
          END-IF.
          DISPLAY WK-QTDE-DETALHES ' PAGAMENTO(S) NA REMESSA DE '
                  'SALARIOS'.
             DISPLAY WK-QTDE-PENSOES ' CREDITO(S) DE PENSAO '
                     'ALIMENTICIA NA REMESSA'
          END-IF.
          IF   WK-QTDE-RESCISOES > ZEROS
             DISPLAY WK-QTDE-RESCISOES ' CREDITO(S) DE RESCISAO '
                     'NA REMESSA'
          END-IF.
          IF   WK-QTDE-RESC-SEM-BANCO > ZEROS
             DISPLAY 'ATENCAO: ' WK-QTDE-RESC-SEM-BANCO
                     ' RESCISAO(ES) SEM DADOS BANCARIOS - FORA DA '
                     'REMESSA, REGULARIZAR O CADASTRO'
          END-IF.
          IF   WK-QTDE-LIBERADOS > ZEROS
             DISPLAY WK-QTDE-LIBERADOS ' CREDITO(S) RETIDO(S) E '
                     'LIBERADO(S) NA REMESSA'
          END-IF.
          IF   WK-QTDE-LIB-SEM-BANCO > ZEROS
             DISPLAY 'ATENCAO: ' WK-QTDE-LIB-SEM-BANCO
                     ' CREDITO(S) LIBERADO(S) SEM DADOS BANCARIOS - '
                     'FORA DA REMESSA, REGULARIZAR O CADASTRO'
          END-IF.
          IF   WK-QTDE-RETIDA > ZEROS
             DISPLAY 'ATENCAO: ' WK-QTDE-RETIDA ' CREDITO(S) RETIDO(S) '
                     'POR TROCA DE CONTA NA CARENCIA - LIBERAR PELO '
                     'APRBANCO (OPERACAO P)'
          END-IF.
          IF   WK-QTDE-DOC-PENDENTE > ZEROS
             DISPLAY 'ATENCAO: ' WK-QTDE-DOC-PENDENTE
                     ' FUNCIONARIO(S) COM DOCUMENTOS DE ADMISSAO '
                     'PENDENTES HA MAIS DE ' WK-DOCADM-DIAS ' DIA(S), '
                     WK-QTDE-DOC-RETIDA ' COM CREDITO RETIDO - '
                     'REGULARIZAR PELO MANDOCAD'
          END-IF.
          IF   WK-QTDE-REENVIADA > ZEROS
             DISPLAY WK-QTDE-REENVIADA ' CREDITO(S) REENVIADO(S) '
                     'APOS REJEICAO DO BANCO'
                     'ATIVO(S) SEM DADOS BANCARIOS - FORA DA '
                     'REMESSA, REGULARIZAR O CADASTRO'
          END-IF.
          IF   WK-QTDE-SEM-CALCULO > ZEROS
             DISPLAY 'ATENCAO: ' WK-QTDE-SEM-CALCULO
                     ' FUNCIONARIO(S) ATIVO(S) SEM CALCULO DA FOLHA '
                     'NO PERIODO - FORA DA REMESSA, RODAR O CALCFOLH'
          END-IF.
          IF   WK-QTDE-NEGATIVA > ZEROS
             DISPLAY 'ATENCAO: ' WK-QTDE-NEGATIVA
                     ' FUNCIONARIO(S) COM DESCONTOS MAIORES QUE OS '
                     'PROVENTOS - FORA DA REMESSA, VER O CALCFOLH'
          END-IF.
          EXIT.
      *
       910-LIMPA-MARCA-REENVIO.
                EXEC SQL ROLLBACK END-EXEC
             END-IF
          END-IF.
      *
       915-MARCA-RESCISOES.
      *    RESCISAO REMETIDA NAO VOLTA NA PROXIMA REMESSA NEM E
      *    RECALCULADA PELO CALCRESC. SO AS QUE FORAM NO ARQUIVO -
      *    AS SEM DADOS BANCARIOS CONTINUAM A PAGAR.
          IF   WK-QTDE-RESCISOES > ZEROS
             EXEC SQL
                UPDATE EAD719.RESCPAG R
                   SET SITUACAO = 'R',
                       DATAREM  = CURRENT DATE
                 WHERE R.SITUACAO = 'P'
                   AND EXISTS
                       (SELECT 1
                          FROM EAD719.FUNCIONARIOS F
                         WHERE F.CODFUN = R.CODFUN
                           AND F.BANCOFUN NOT IN (' ', '000'))
             END-EXEC
             IF   SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
             ELSE
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' AO MARCAR AS '
                        'RESCISOES REMETIDAS - NAO RODAR DE NOVO '
                        'ANTES DE MARCAR (RISCO DE PAGAR EM DOBRO)'
                EXEC SQL ROLLBACK END-EXEC
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.
      *
       916-MARCA-LIBERADOS.
      *    COMO AS RESCISOES: CREDITO LIBERADO E REMETIDO NAO SAI DE
      *    NOVO; O SEM DADOS BANCARIOS CONTINUA LIBERADO.
          IF   WK-QTDE-LIBERADOS > ZEROS
             EXEC SQL
                UPDATE EAD719.CREDRETIDO R
                   SET SITUACAO = 'M',
                       DATAREM  = CURRENT DATE
                 WHERE R.SITUACAO = 'L'
                   AND EXISTS
                       (SELECT 1
                          FROM EAD719.FUNCIONARIOS F
                         WHERE F.CODFUN = R.CODFUN
                           AND F.BANCOFUN NOT IN (' ', '000'))
             END-EXEC
             IF   SQLCODE = 0
                EXEC SQL COMMIT END-EXEC
             ELSE
                MOVE SQLCODE TO WK-SQLCODE-EDIT
                DISPLAY 'ERRO ' WK-SQLCODE-EDIT ' AO MARCAR OS '
                        'CREDITOS LIBERADOS REMETIDOS - NAO RODAR DE '
                        'NOVO ANTES DE MARCAR (RISCO DE PAGAR EM '
                        'DOBRO)'
                EXEC SQL ROLLBACK END-EXEC
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.
      *
       920-CONFERE-VARIACAO.
      *    MESMA TRAVA DO EXTRFOLHA, SOBRE A QUANTIDADE E A SOMA DA
